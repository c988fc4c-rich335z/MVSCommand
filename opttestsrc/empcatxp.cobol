      *****************************************************************
      * MODULE NAME = EMPCATXP (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Archive retention report - which EMPARCHV  *
      *                    generations are past retention             *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Reads the keyed archive catalog on DD EMPARCAT and  *
      *       prints one line per archive generation - its first and  *
      *       last unload date, how many employees it holds, how many *
      *       of those were restored, and how many are on the current *
      *       roster - with its retention status:                     *
      *                                                               *
      *         RETAINED UNTIL yyyymmdd   the newest unload in it is  *
      *                                   not yet past retention      *
      *         EXPIRED - MAY BE DELETED  past retention, and nobody  *
      *                                   in it is on the roster      *
      *         EXPIRED - HELD BACK       past retention, but someone *
      *                                   in it is on the roster again*
      *                                   (a rehire) - the EMPNOs are *
      *                                   listed underneath           *
      *                                                               *
      *       A generation is past retention when its newest unload   *
      *       date, plus the retention period (7 years unless the PARM*
      *       says otherwise), is on or before today.  A generation   *
      *       holding a current employee is never offered for         *
      *       deletion, so the archive a rehire might still need is   *
      *       kept until the roster no longer names them.  Deleting   *
      *       the GDG generations is left to the storage team.        *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch report, it does  *
      *             not touch DB2, GDDM or ISPF.                      *
      *                                                               *
      *   Restrictions: Up to 20000 roster EMPNOs, and up to 2000     *
      *             held-back employee entries listed.  A roster that *
      *             will not open, is empty or is past the limit ends *
      *             the run - without it every expired generation     *
      *             would look safe to delete.  Listing past the 2000 *
      *             is counted and reported, and the generation is    *
      *             still held back.                                  *
      *                                                               *
      * Module type: COBOL program                                    *
      * Module size: See linkedit output                              *
      *  Attributes: Re-entrant and re-usable                         *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation.  EXEC PARM:     *
      *                 cols  1 -  2   retention period in years.     *
      *                                Blank = 07.                    *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - Message: one line per generation               *
      *              Return Code = 0004                               *
      *              - a generation past retention is held back, the  *
      *                held-back list was cut short, or a catalog     *
      *                entry could not be read; see the report        *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPCATXP DB2 Sample Program*
      *                                Catalog (DD EMPARCAT) or roster*
      *                                (DD EMPROSTR) could not be     *
      *                                opened, or the roster is empty *
      *                                or past the limit              *
      *                                Processing terminated          *
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: None                         *
      *             - Data areas       : None                         *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPARCAT (keyed archive      *
      *                                  catalog, input), EMPROSTR    *
      *                                  (current EMPNO roster,       *
      *                                  input), EMPSUMM (shared      *
      *                                  run-summary trailer)         *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPCATXP:                                                   *
      *   - Take the retention period from the PARM                   *
      *   - Load the current roster; stop if it is unusable           *
      *   - Read the catalog from end to end, skipping the control    *
      *     record; tally each entry under its generation, and note   *
      *     each one whose EMPNO is on the roster                     *
      *   - For each generation held: work out its retention date and *
      *     print its line, listing the roster EMPNOs under any       *
      *     generation held back                                      *
      *   - Print the totals and grade the return code                *
      *   End EMPCATXP                                                *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCATXP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * Keyed VSAM catalog of the archive - one record per employee  *
      * unload, keyed by EMPNO and archive generation, read here     *
      * from end to end                                              *
      *****************************************************************
           SELECT CATALOG-FILE  ASSIGN TO EMPARCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-KEY
               FILE STATUS IS CATALOG-FILE-STATUS.

      *****************************************************************
      * The current roster of EMPNOs the overnight DSN8CLPV batch    *
      * run reads                                                    *
      *****************************************************************
           SELECT EMPNO-ROSTER-FILE  ASSIGN TO EMPROSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.

      *****************************************************************
      * Shared run-summary trailer dataset the whole overnight suite *
      * appends to, in DSN8CLPV's EMPSUMM record format, read by     *
      * EMPSUMRP for the overnight status page                       *
      *****************************************************************
           SELECT RUN-SUMMARY-FILE  ASSIGN TO EMPSUMM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-REC.
           05  CAT-KEY.
               10  CAT-EMPNO        PIC X(06).
               10  CAT-GENERATION   PIC 9(04).
           05  CAT-DATA.
               10  CAT-UNLOAD-DATE  PIC 9(08).
               10  CAT-PSEG-LENGTH  PIC 9(09).
               10  CAT-BMP-LENGTH   PIC 9(09).
               10  CAT-RESUME-LENGTH PIC 9(05).
               10  CAT-STATE        PIC X(01).
                   88  CAT-ARCHIVED     VALUE 'A'.
                   88  CAT-RESTORED     VALUE 'R'.
               10  CAT-RESTORE-DATE PIC 9(08).
               10  CAT-RESTORE-JOB  PIC X(08).
               10  FILLER           PIC X(22).
           05  CAT-CONTROL  REDEFINES CAT-DATA.
               10  CAT-LAST-GENERATION PIC 9(04).
               10  CAT-CONTROL-DATE PIC 9(08).
               10  CAT-CONTROL-PROGRAM PIC X(08).
               10  FILLER           PIC X(50).

       FD  EMPNO-ROSTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPNO-ROSTER-REC         PIC X(06).

       FD  RUN-SUMMARY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-SUMMARY-REC.
           05  SUMM-PROGRAM         PIC X(08).
           05  FILLER               PIC X(01).
           05  SUMM-DATE            PIC 9(08).
           05  FILLER               PIC X(01).
           05  SUMM-TIME            PIC 9(08).
           05  FILLER               PIC X(01).
           05  SUMM-READ-COUNT      PIC 9(07).
           05  FILLER               PIC X(01).
           05  SUMM-OK-COUNT        PIC 9(07).
           05  FILLER               PIC X(01).
           05  SUMM-FAILED-COUNT    PIC 9(07).
           05  FILLER               PIC X(01).
           05  SUMM-SKIPPED-COUNT   PIC 9(07).
           05  FILLER               PIC X(01).
           05  SUMM-UNCHANGED-COUNT PIC 9(07).
           05  FILLER               PIC X(01).
           05  SUMM-RETURN-CODE     PIC 9(01).
           05  FILLER               PIC X(01).
           05  SUMM-SUSPENDED-COUNT PIC 9(07).
           05  FILLER               PIC X(04).


       WORKING-STORAGE SECTION.

      *****************************************************************
      * Job status indicator                                          *
      *****************************************************************
       01 STATUS1              PIC X(4).
          88 NOT-OK  VALUE 'BAD '.
          88 OK      VALUE 'GOOD'.

       01  CATALOG-FILE-STATUS      PIC X(02).
           88  CATALOG-STATUS-OK        VALUE '00'.

       01  ROSTER-FILE-STATUS       PIC X(02).
           88  ROSTER-STATUS-OK         VALUE '00'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

      *****************************************************************
      * Return code held here until the very end, so nothing can     *
      * overwrite it before the trailer records it                   *
      *****************************************************************
       01  EXPIRY-RETURN-CODE       PIC 9(01)  VALUE 0.

       01  CATALOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  CATALOG-EOF              VALUE 'Y'.

       01  ROSTER-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  ROSTER-EOF               VALUE 'Y'.

      *****************************************************************
      * Retention period from the PARM, and the dates it is measured *
      * against                                                      *
      *****************************************************************
       01  RETENTION-YEARS          PIC 9(02)  VALUE 07.
       01  TODAY-DATE               PIC 9(08)  VALUE 0.
       01  RETAIN-UNTIL-DATE        PIC 9(08)  VALUE 0.

      *****************************************************************
      * The current roster, held in storage - an EMPNO found here is *
      * someone the archive may still be needed for                  *
      *****************************************************************
       01  ROSTER-TABLE.
           05  ROSTER-ENTRY-COUNT   PIC S9(9)  COMP  VALUE 0.
           05  ROSTER-OVERFLOW      PIC S9(9)  COMP-3  VALUE 0.
           05  ROSTER-ENTRY  OCCURS 20000 TIMES
                             INDEXED BY ROSTER-IX.
               10  ROSTER-KEY       PIC X(06).

      *****************************************************************
      * The catalog is in EMPNO order, so the roster is searched     *
      * once per EMPNO and the answer kept for its other entries     *
      *****************************************************************
       01  LAST-EMPNO-SEARCHED      PIC X(06)  VALUE LOW-VALUES.
       01  ON-ROSTER-SWITCH         PIC X(01)  VALUE 'N'.
           88  ON-ROSTER                VALUE 'Y'.

      *****************************************************************
      * One slot per generation number, 1 - 9999, tallied as the     *
      * catalog is read                                              *
      *****************************************************************
       01  GENERATION-TABLE.
           05  GENERATION-ENTRY  OCCURS 9999 TIMES
                                 INDEXED BY GENERATION-IX.
               10  GEN-ENTRIES      PIC S9(7)  COMP-3.
               10  GEN-RESTORED     PIC S9(7)  COMP-3.
               10  GEN-ON-ROSTER    PIC S9(7)  COMP-3.
               10  GEN-FIRST-DATE   PIC 9(08).
               10  GEN-LAST-DATE    PIC 9(08).

      *****************************************************************
      * The roster EMPNOs found in the archive, with the generation  *
      * each was found in, for listing under a generation held back  *
      *****************************************************************
       01  HOLD-TABLE.
           05  HOLD-ENTRY-COUNT     PIC S9(4)  COMP  VALUE 0.
           05  HOLD-OVERFLOW        PIC S9(9)  COMP-3  VALUE 0.
           05  HOLD-ENTRY  OCCURS 2000 TIMES
                           INDEXED BY HOLD-IX.
               10  HOLD-GENERATION  PIC 9(04).
               10  HOLD-EMPNO       PIC X(06).
               10  HOLD-STATE       PIC X(01).

      *****************************************************************
      * Printed view of one generation line                          *
      *****************************************************************
       01  GENERATION-VIEW.
           05  FILLER               PIC X(05)  VALUE '*** G'.
           05  GNV-GENERATION       PIC 9(04).
           05  FILLER               PIC X(07)  VALUE 'V00    '.
           05  GNV-FIRST-DATE       PIC 9(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  GNV-LAST-DATE        PIC 9(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  GNV-ENTRIES          PIC Z(8)9.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  GNV-RESTORED         PIC Z(8)9.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  GNV-ON-ROSTER        PIC Z(8)9.
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  GNV-STATUS           PIC X(24).
           05  GNV-RETAINED  REDEFINES GNV-STATUS.
               10  FILLER           PIC X(15).
               10  GNV-RETAIN-DATE  PIC X(08).
               10  FILLER           PIC X(01).

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  ROSTER-READ-COUNT        PIC S9(9)  COMP-3  VALUE 0.
       77  ENTRIES-READ-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  ENTRIES-UNREADABLE-COUNT PIC S9(9)  COMP-3  VALUE 0.
       77  GENERATIONS-COUNT        PIC S9(9)  COMP-3  VALUE 0.
       77  RETAINED-COUNT           PIC S9(9)  COMP-3  VALUE 0.
       77  DELETABLE-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  HELD-BACK-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  HELD-EMPNO-COUNT         PIC S9(9)  COMP-3  VALUE 0.


       LINKAGE SECTION.
       01  EMPCATXP-PARM.
           05  PARM-LEN               PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(80).

       PROCEDURE DIVISION USING EMPCATXP-PARM.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPCATXP ARCHIVE RETENTION REPORT'.
            DISPLAY '**************************************'.

            PERFORM B05000-PARSE-PARM THRU B05000-EXIT.

            PERFORM B10000-LOAD-ROSTER THRU B10000-EXIT.

            IF OK
               PERFORM B15000-OPEN-CATALOG THRU B15000-EXIT
            END-IF.

            IF OK
               PERFORM B20000-TALLY-CATALOG THRU B20000-EXIT
               PERFORM B40000-CLOSE-FILES THRU B40000-EXIT
               PERFORM C10000-PRINT-GENERATION THRU C10000-EXIT
                  VARYING GENERATION-IX FROM 1 BY 1
                  UNTIL GENERATION-IX > 9999
               PERFORM C40000-PRINT-TOTALS THRU C40000-EXIT
            ELSE
               MOVE 8 TO EXPIRY-RETURN-CODE
            END-IF.

            PERFORM C50000-WRITE-SUMMARY-TRAILER THRU C50000-EXIT.

            MOVE EXPIRY-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Take the retention period from the EXEC PARM - blank, zero   *
      * or not numeric leaves the 7-year default - and set today     *
      *****************************************************************
       B05000-PARSE-PARM.

            IF PARM-LEN NOT LESS THAN 2
               IF PARM-TEXT (1:2) NUMERIC
                  IF PARM-TEXT (1:2) NOT = '00'
                     MOVE PARM-TEXT (1:2) TO RETENTION-YEARS
                  END-IF
               END-IF
            END-IF.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

            DISPLAY '*** RETENTION PERIOD:       ' RETENTION-YEARS
                    ' YEARS'.
            DISPLAY '*** MEASURED TO:            ' TODAY-DATE.

       B05000-EXIT.
            EXIT.


      *****************************************************************
      * Load the current roster into storage.  A roster that will    *
      * not open, is empty or is past the storage limit would let a  *
      * rehire's generation be offered for deletion, so the run ends *
      * with RC=8 before anything is reported.                       *
      *****************************************************************
       B10000-LOAD-ROSTER.

            OPEN INPUT EMPNO-ROSTER-FILE.

            IF NOT ROSTER-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPCATXP DB2 SAMPLE PROGRAM'
               DISPLAY '***    ROSTER (DD EMPROSTR) COULD NOT BE'
               DISPLAY '***    OPENED - STATUS ' ROSTER-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               GO TO B10000-EXIT
            END-IF.

            PERFORM B10005-READ-ROSTER-REC THRU B10005-EXIT.

            PERFORM B10010-KEEP-ROSTER-REC THRU B10010-EXIT
               UNTIL ROSTER-EOF.

            CLOSE EMPNO-ROSTER-FILE.

            IF ROSTER-OVERFLOW > 0
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPCATXP DB2 SAMPLE PROGRAM'
               DISPLAY '***    ROSTER HOLDS MORE THAN 20000 EMPNOS'
               DISPLAY '***    - ' ROSTER-OVERFLOW ' NOT HELD'
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               GO TO B10000-EXIT
            END-IF.

            IF ROSTER-ENTRY-COUNT = 0
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPCATXP DB2 SAMPLE PROGRAM'
               DISPLAY '***    ROSTER (DD EMPROSTR) IS EMPTY'
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
            END-IF.

       B10000-EXIT.
            EXIT.


       B10005-READ-ROSTER-REC.

            READ EMPNO-ROSTER-FILE
               AT END
                  MOVE 'Y' TO ROSTER-EOF-SWITCH
               NOT AT END
                  ADD 1 TO ROSTER-READ-COUNT
            END-READ.

       B10005-EXIT.
            EXIT.


       B10010-KEEP-ROSTER-REC.

            IF EMPNO-ROSTER-REC NOT = SPACES
               IF ROSTER-ENTRY-COUNT < 20000
                  ADD 1 TO ROSTER-ENTRY-COUNT
                  SET ROSTER-IX TO ROSTER-ENTRY-COUNT
                  MOVE EMPNO-ROSTER-REC TO ROSTER-KEY (ROSTER-IX)
               ELSE
                  ADD 1 TO ROSTER-OVERFLOW
               END-IF
            END-IF.

            PERFORM B10005-READ-ROSTER-REC THRU B10005-EXIT.

       B10010-EXIT.
            EXIT.


      *****************************************************************
      * Open the catalog for input.  No catalog means nothing to     *
      * report on, so the run ends with RC=8 for the scheduler.      *
      *****************************************************************
       B15000-OPEN-CATALOG.

            OPEN INPUT CATALOG-FILE.

            IF NOT CATALOG-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPCATXP DB2 SAMPLE PROGRAM'
               DISPLAY '***    CATALOG (DD EMPARCAT) COULD NOT'
               DISPLAY '***    BE OPENED - STATUS ' CATALOG-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
            END-IF.

       B15000-EXIT.
            EXIT.


      *****************************************************************
      * Read the catalog from end to end and tally each entry under  *
      * its generation.  The control record (EMPNO low-values) is    *
      * passed over; an entry with no usable generation number or    *
      * unload date is counted and reported.                         *
      *****************************************************************
       B20000-TALLY-CATALOG.

            PERFORM B20005-INIT-GENERATION THRU B20005-EXIT
               VARYING GENERATION-IX FROM 1 BY 1
               UNTIL GENERATION-IX > 9999.

            PERFORM B20010-READ-CATALOG-REC THRU B20010-EXIT.

            PERFORM B20020-TALLY-ENTRY THRU B20020-EXIT
               UNTIL CATALOG-EOF.

       B20000-EXIT.
            EXIT.


       B20005-INIT-GENERATION.

            MOVE 0 TO GEN-ENTRIES (GENERATION-IX).
            MOVE 0 TO GEN-RESTORED (GENERATION-IX).
            MOVE 0 TO GEN-ON-ROSTER (GENERATION-IX).
            MOVE 0 TO GEN-FIRST-DATE (GENERATION-IX).
            MOVE 0 TO GEN-LAST-DATE (GENERATION-IX).

       B20005-EXIT.
            EXIT.


       B20010-READ-CATALOG-REC.

            READ CATALOG-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO CATALOG-EOF-SWITCH
            END-READ.

            IF NOT CATALOG-EOF AND NOT CATALOG-STATUS-OK
               MOVE 'Y' TO CATALOG-EOF-SWITCH
               MOVE 4 TO EXPIRY-RETURN-CODE
               DISPLAY '*** WARNING: CATALOG READ FAILED - STATUS '
                       CATALOG-FILE-STATUS ' - REPORT IS INCOMPLETE'
            END-IF.

       B20010-EXIT.
            EXIT.


       B20020-TALLY-ENTRY.

            IF CAT-EMPNO = LOW-VALUES
               GO TO B20020-NEXT
            END-IF.

            ADD 1 TO ENTRIES-READ-COUNT.

            IF CAT-GENERATION NOT NUMERIC
               OR CAT-UNLOAD-DATE NOT NUMERIC
               ADD 1 TO ENTRIES-UNREADABLE-COUNT
               DISPLAY '*** WARNING: CATALOG ENTRY FOR ' CAT-EMPNO
                       ' HAS NO USABLE GENERATION OR UNLOAD DATE'
               GO TO B20020-NEXT
            END-IF.

            IF CAT-GENERATION = 0
               ADD 1 TO ENTRIES-UNREADABLE-COUNT
               DISPLAY '*** WARNING: CATALOG ENTRY FOR ' CAT-EMPNO
                       ' HAS NO USABLE GENERATION OR UNLOAD DATE'
               GO TO B20020-NEXT
            END-IF.

            SET GENERATION-IX TO CAT-GENERATION.

            ADD 1 TO GEN-ENTRIES (GENERATION-IX).

            IF CAT-RESTORED
               ADD 1 TO GEN-RESTORED (GENERATION-IX)
            END-IF.

            IF GEN-FIRST-DATE (GENERATION-IX) = 0
               OR CAT-UNLOAD-DATE < GEN-FIRST-DATE (GENERATION-IX)
               MOVE CAT-UNLOAD-DATE TO GEN-FIRST-DATE (GENERATION-IX)
            END-IF.

            IF CAT-UNLOAD-DATE > GEN-LAST-DATE (GENERATION-IX)
               MOVE CAT-UNLOAD-DATE TO GEN-LAST-DATE (GENERATION-IX)
            END-IF.

            IF CAT-EMPNO NOT = LAST-EMPNO-SEARCHED
               PERFORM C60000-FIND-ROSTER-ENTRY THRU C60000-EXIT
            END-IF.

            IF NOT ON-ROSTER
               GO TO B20020-NEXT
            END-IF.

            ADD 1 TO GEN-ON-ROSTER (GENERATION-IX).

            IF HOLD-ENTRY-COUNT < 2000
               ADD 1 TO HOLD-ENTRY-COUNT
               SET HOLD-IX TO HOLD-ENTRY-COUNT
               MOVE CAT-GENERATION TO HOLD-GENERATION (HOLD-IX)
               MOVE CAT-EMPNO      TO HOLD-EMPNO (HOLD-IX)
               MOVE CAT-STATE      TO HOLD-STATE (HOLD-IX)
            ELSE
               ADD 1 TO HOLD-OVERFLOW
            END-IF.

       B20020-NEXT.
            PERFORM B20010-READ-CATALOG-REC THRU B20010-EXIT.

       B20020-EXIT.
            EXIT.


       B40000-CLOSE-FILES.

            CLOSE CATALOG-FILE.

       B40000-EXIT.
            EXIT.


      *****************************************************************
      * Print one generation's line with its retention status, and   *
      * under a generation held back, the roster EMPNOs holding it   *
      *****************************************************************
       C10000-PRINT-GENERATION.

            IF GEN-ENTRIES (GENERATION-IX) = 0
               GO TO C10000-EXIT
            END-IF.

            IF GENERATIONS-COUNT = 0
               DISPLAY '**************************************'
               DISPLAY '*** GENERATION  FIRST    LAST     EMPLOYEES'
                       '  RESTORED ON ROSTER  STATUS'
            END-IF.

            ADD 1 TO GENERATIONS-COUNT.

            COMPUTE RETAIN-UNTIL-DATE = GEN-LAST-DATE (GENERATION-IX)
               + (RETENTION-YEARS * 10000).

            SET GNV-GENERATION TO GENERATION-IX.
            MOVE GEN-FIRST-DATE (GENERATION-IX) TO GNV-FIRST-DATE.
            MOVE GEN-LAST-DATE (GENERATION-IX)  TO GNV-LAST-DATE.
            MOVE GEN-ENTRIES (GENERATION-IX)    TO GNV-ENTRIES.
            MOVE GEN-RESTORED (GENERATION-IX)   TO GNV-RESTORED.
            MOVE GEN-ON-ROSTER (GENERATION-IX)  TO GNV-ON-ROSTER.

            IF RETAIN-UNTIL-DATE > TODAY-DATE
               ADD 1 TO RETAINED-COUNT
               MOVE 'RETAINED UNTIL'  TO GNV-STATUS
               MOVE RETAIN-UNTIL-DATE TO GNV-RETAIN-DATE
               DISPLAY GENERATION-VIEW
               GO TO C10000-EXIT
            END-IF.

            IF GEN-ON-ROSTER (GENERATION-IX) = 0
               ADD 1 TO DELETABLE-COUNT
               MOVE 'EXPIRED - MAY BE DELETED' TO GNV-STATUS
               DISPLAY GENERATION-VIEW
               GO TO C10000-EXIT
            END-IF.

            ADD 1 TO HELD-BACK-COUNT.
            ADD GEN-ON-ROSTER (GENERATION-IX) TO HELD-EMPNO-COUNT.
            MOVE 'EXPIRED - HELD BACK' TO GNV-STATUS.
            DISPLAY GENERATION-VIEW.

            PERFORM C11000-PRINT-HELD-EMPNO THRU C11000-EXIT
               VARYING HOLD-IX FROM 1 BY 1
               UNTIL HOLD-IX > HOLD-ENTRY-COUNT.

       C10000-EXIT.
            EXIT.


       C11000-PRINT-HELD-EMPNO.

            IF HOLD-GENERATION (HOLD-IX) NOT = GNV-GENERATION
               GO TO C11000-EXIT
            END-IF.

            IF HOLD-STATE (HOLD-IX) = 'R'
               DISPLAY '***           HELD BY ' HOLD-EMPNO (HOLD-IX)
                       ' - ON THE ROSTER (RESTORED)'
            ELSE
               DISPLAY '***           HELD BY ' HOLD-EMPNO (HOLD-IX)
                       ' - ON THE ROSTER'
            END-IF.

       C11000-EXIT.
            EXIT.


      *****************************************************************
      * End-of-run totals and the graded return code: 4 when a       *
      * generation past retention is held back, the held-back list   *
      * was cut short or a catalog entry could not be used           *
      *****************************************************************
       C40000-PRINT-TOTALS.

            IF GENERATIONS-COUNT = 0
               DISPLAY '*** THE CATALOG HOLDS NO ARCHIVE ENTRIES'
            END-IF.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPCATXP END-OF-RUN TOTALS'.
            DISPLAY '*** ROSTER EMPNOS HELD:     ' ROSTER-ENTRY-COUNT.
            DISPLAY '*** CATALOG ENTRIES READ:   ' ENTRIES-READ-COUNT.

            IF ENTRIES-UNREADABLE-COUNT > 0
               DISPLAY '*** ENTRIES NOT USABLE:     '
                       ENTRIES-UNREADABLE-COUNT
            END-IF.

            DISPLAY '*** GENERATIONS:            ' GENERATIONS-COUNT.
            DISPLAY '*** RETAINED:               ' RETAINED-COUNT.
            DISPLAY '*** EXPIRED, MAY BE DELETED:' DELETABLE-COUNT.
            DISPLAY '*** EXPIRED, HELD BACK:     ' HELD-BACK-COUNT.
            DISPLAY '*** ROSTER EMPNOS HOLDING:  ' HELD-EMPNO-COUNT.

            IF HOLD-OVERFLOW > 0
               DISPLAY '*** WARNING: MORE THAN 2000 ROSTER EMPNOS IN '
                       'THE ARCHIVE - ' HOLD-OVERFLOW ' NOT LISTED'
            END-IF.

            DISPLAY '**************************************'.

            IF HELD-BACK-COUNT > 0 OR HOLD-OVERFLOW > 0
               OR ENTRIES-UNREADABLE-COUNT > 0
               MOVE 4 TO EXPIRY-RETURN-CODE
            END-IF.

       C40000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  Generations that may be *
      * deleted ride in the OK column, generations held back in the  *
      * skipped column and unusable entries in the failed column.    *
      * If EMPSUMM isn't allocated the trailer is simply skipped.    *
      *****************************************************************
       C50000-WRITE-SUMMARY-TRAILER.

            OPEN EXTEND RUN-SUMMARY-FILE.

            IF NOT SUMMARY-STATUS-OK
               OPEN OUTPUT RUN-SUMMARY-FILE
            END-IF.

            IF NOT SUMMARY-STATUS-OK
               GO TO C50000-EXIT
            END-IF.

            MOVE SPACES TO RUN-SUMMARY-REC.
            MOVE 'EMPCATXP' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE ENTRIES-READ-COUNT  TO SUMM-READ-COUNT.
            MOVE DELETABLE-COUNT     TO SUMM-OK-COUNT.
            MOVE ENTRIES-UNREADABLE-COUNT TO SUMM-FAILED-COUNT.
            MOVE HELD-BACK-COUNT     TO SUMM-SKIPPED-COUNT.
            MOVE RETAINED-COUNT      TO SUMM-UNCHANGED-COUNT.
            MOVE EXPIRY-RETURN-CODE  TO SUMM-RETURN-CODE.
            MOVE 0 TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       C50000-EXIT.
            EXIT.


      *****************************************************************
      * Is the catalog entry's EMPNO on the current roster?  The     *
      * answer is kept for the EMPNO's other entries.                *
      *****************************************************************
       C60000-FIND-ROSTER-ENTRY.

            MOVE CAT-EMPNO TO LAST-EMPNO-SEARCHED.
            MOVE 'N' TO ON-ROSTER-SWITCH.

            SET ROSTER-IX TO 1.
            SEARCH ROSTER-ENTRY
               AT END
                  CONTINUE
               WHEN ROSTER-IX > ROSTER-ENTRY-COUNT
                  CONTINUE
               WHEN ROSTER-KEY (ROSTER-IX) = CAT-EMPNO
                  MOVE 'Y' TO ON-ROSTER-SWITCH
            END-SEARCH.

       C60000-EXIT.
            EXIT.
