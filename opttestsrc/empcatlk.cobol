      *****************************************************************
      * MODULE NAME = EMPCATLK (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Archive catalog lookup - which EMPARCHV    *
      *                    generation holds an employee's unload      *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Looks an EMPNO up in the keyed archive catalog on   *
      *       DD EMPARCAT and prints every archive generation holding *
      *       an unload of that employee - generation (GnnnnV00),     *
      *       unload date, the PSEG, BMP and RESUME lengths, and      *
      *       whether the unload is still archived or was restored    *
      *       (with the restore date and job name) - so a rehire's    *
      *       EMPARSTR step can be pointed straight at the right      *
      *       generation instead of someone walking the GDG by hand.  *
      *                                                               *
      *       The EMPNO is taken from the PARM, or from the EMPNO     *
      *       cards on SYSIN when the PARM names none.  For each EMPNO*
      *       the newest unload still archived is named as the one to *
      *       restore from.                                           *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch report, it does  *
      *             not touch DB2, GDDM or ISPF.                      *
      *                                                               *
      *   Restrictions: Up to 500 EMPNOs per run; cards past the limit*
      *             are counted and reported, never silently dropped. *
      *             The catalog is only as complete as EMPPURGE and   *
      *             EMPCATBL left it - an unload made with no catalog *
      *             allocated is found once EMPCATBL has been run.    *
      *                                                               *
      * Module type: COBOL program                                    *
      * Module size: See linkedit output                              *
      *  Attributes: Re-entrant and re-usable                         *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation.  EXEC PARM:     *
      *                 cols  1 -  6   EMPNO to look up.  Blank = read*
      *                                EMPNO cards (cols 1 - 6) from  *
      *                                SYSIN instead.                 *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - Message: none                                  *
      *              Return Code = 0004                               *
      *              - an EMPNO asked for has no catalog entry, or the*
      *                500-EMPNO limit was reached; see the report    *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPCATLK DB2 Sample Program*
      *                                Catalog (DD EMPARCAT) could not*
      *                                be opened                      *
      *                                Processing terminated          *
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: None                         *
      *             - Data areas       : None                         *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPARCAT (keyed archive      *
      *                                  catalog, input), SYSIN (EMPNO*
      *                                  cards), EMPSUMM (shared      *
      *                                  run-summary trailer)         *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPCATLK:                                                   *
      *   - Take the EMPNO from the PARM; with none on the PARM, load *
      *     the SYSIN EMPNO cards                                     *
      *   - Open the catalog                                          *
      *   - For each EMPNO: position on its first entry and print each*
      *     of its entries in generation order, then name the newest  *
      *     generation still archived                                 *
      *   - Print the totals and grade the return code                *
      *   End EMPCATLK                                                *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCATLK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * Keyed VSAM catalog of the archive - one record per employee  *
      * unload, keyed by EMPNO and archive generation                *
      *****************************************************************
           SELECT CATALOG-FILE  ASSIGN TO EMPARCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS CATALOG-FILE-STATUS.

      *****************************************************************
      * EMPNO cards naming the employees to look up, when the PARM   *
      * does not name one                                            *
      *****************************************************************
           SELECT SYSIN-CARD-FILE  ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SYSIN-FILE-STATUS.

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

       FD  SYSIN-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-CARD               PIC X(80).

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

       01  SYSIN-FILE-STATUS        PIC X(02).
           88  SYSIN-STATUS-OK          VALUE '00'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

      *****************************************************************
      * Return code held here until the very end, so nothing can     *
      * overwrite it before the trailer records it                   *
      *****************************************************************
       01  LOOKUP-RETURN-CODE       PIC 9(01)  VALUE 0.

       01  SYSIN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
           88  SYSIN-EOF                VALUE 'Y'.

       01  CATALOG-SCAN-END-SWITCH  PIC X(01)  VALUE 'N'.
           88  CATALOG-SCAN-END         VALUE 'Y'.

      *****************************************************************
      * The EMPNOs to look up - from the PARM, or the SYSIN cards    *
      *****************************************************************
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY-COUNT  PIC S9(4)  COMP  VALUE 0.
           05  REQUEST-OVERFLOW     PIC S9(9)  COMP-3  VALUE 0.
           05  REQUEST-ENTRY  OCCURS 500 TIMES
                              INDEXED BY REQUEST-IX.
               10  REQUEST-EMPNO    PIC X(06).

      *****************************************************************
      * What one EMPNO's entries show - how many there are, and the  *
      * newest generation whose unload is still archived, the one a  *
      * rehire's EMPARSTR step is pointed at                         *
      *****************************************************************
       01  EMPNO-ENTRY-COUNT        PIC S9(4)  COMP  VALUE 0.
       01  RESTORE-FROM-GENERATION  PIC 9(04)  VALUE 0.
       01  RESTORE-FROM-DATE        PIC 9(08)  VALUE 0.

      *****************************************************************
      * Printed view of one catalog entry                            *
      *****************************************************************
       01  ENTRY-VIEW.
           05  FILLER               PIC X(04)  VALUE '*** '.
           05  ENV-EMPNO            PIC X(06).
           05  FILLER               PIC X(03)  VALUE '  G'.
           05  ENV-GENERATION       PIC 9(04).
           05  FILLER               PIC X(05)  VALUE 'V00  '.
           05  ENV-UNLOAD-DATE      PIC 9(08).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  ENV-PSEG-LENGTH      PIC Z(8)9.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  ENV-BMP-LENGTH       PIC Z(8)9.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  ENV-RESUME-LENGTH    PIC Z(4)9.
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  ENV-STATE            PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  ENV-RESTORE-DATE     PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  ENV-RESTORE-JOB      PIC X(08).

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  CARDS-READ-COUNT         PIC S9(9)  COMP-3  VALUE 0.
       77  ENTRIES-PRINTED-COUNT    PIC S9(9)  COMP-3  VALUE 0.
       77  EMPNOS-FOUND-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  NOT-FOUND-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  ALL-RESTORED-COUNT       PIC S9(9)  COMP-3  VALUE 0.


       LINKAGE SECTION.
       01  EMPCATLK-PARM.
           05  PARM-LEN               PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(80).

       PROCEDURE DIVISION USING EMPCATLK-PARM.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPCATLK ARCHIVE CATALOG LOOKUP'.
            DISPLAY '**************************************'.

            PERFORM B05000-PARSE-PARM THRU B05000-EXIT.

            PERFORM B10000-OPEN-FILES THRU B10000-EXIT.

            IF OK
               PERFORM C10000-LOOK-UP-EMPNO THRU C10000-EXIT
                  VARYING REQUEST-IX FROM 1 BY 1
                  UNTIL REQUEST-IX > REQUEST-ENTRY-COUNT
               PERFORM B40000-CLOSE-FILES THRU B40000-EXIT
               PERFORM C40000-PRINT-TOTALS THRU C40000-EXIT
            ELSE
               MOVE 8 TO LOOKUP-RETURN-CODE
            END-IF.

            PERFORM C50000-WRITE-SUMMARY-TRAILER THRU C50000-EXIT.

            MOVE LOOKUP-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Take the EMPNO from the EXEC PARM.  With no EMPNO on the     *
      * PARM, the EMPNO cards on SYSIN name the employees instead.   *
      *****************************************************************
       B05000-PARSE-PARM.

            IF PARM-LEN NOT LESS THAN 6
               IF PARM-TEXT (1:6) NOT = SPACES
                  MOVE 1 TO REQUEST-ENTRY-COUNT
                  SET REQUEST-IX TO 1
                  MOVE PARM-TEXT (1:6) TO REQUEST-EMPNO (REQUEST-IX)
               END-IF
            END-IF.

            IF REQUEST-ENTRY-COUNT = 0
               PERFORM B06000-LOAD-EMPNO-CARDS THRU B06000-EXIT
            END-IF.

            IF REQUEST-ENTRY-COUNT = 0
               DISPLAY '*** NO EMPNO ON THE PARM OR SYSIN - '
                       'NOTHING TO LOOK UP'
            END-IF.

       B05000-EXIT.
            EXIT.


      *****************************************************************
      * Load the SYSIN EMPNO cards (EMPNO in cols 1 - 6) into the    *
      * request table, ignoring blanks and repeats                   *
      *****************************************************************
       B06000-LOAD-EMPNO-CARDS.

            OPEN INPUT SYSIN-CARD-FILE.

            IF NOT SYSIN-STATUS-OK
               GO TO B06000-EXIT
            END-IF.

            PERFORM B06005-READ-EMPNO-CARD THRU B06005-EXIT.

            PERFORM B06010-KEEP-EMPNO-CARD THRU B06010-EXIT
               UNTIL SYSIN-EOF.

            CLOSE SYSIN-CARD-FILE.

            IF REQUEST-OVERFLOW > 0
               DISPLAY '*** WARNING: MORE THAN 500 EMPNO CARDS - '
                       REQUEST-OVERFLOW ' NOT LOOKED UP THIS RUN'
               MOVE 4 TO LOOKUP-RETURN-CODE
            END-IF.

       B06000-EXIT.
            EXIT.


       B06005-READ-EMPNO-CARD.

            READ SYSIN-CARD-FILE
               AT END
                  MOVE 'Y' TO SYSIN-EOF-SWITCH
               NOT AT END
                  ADD 1 TO CARDS-READ-COUNT
            END-READ.

       B06005-EXIT.
            EXIT.


       B06010-KEEP-EMPNO-CARD.

            IF SYSIN-CARD (1:6) = SPACES
               GO TO B06010-NEXT
            END-IF.

            SET REQUEST-IX TO 1.
            SEARCH REQUEST-ENTRY
               AT END
                  ADD 1 TO REQUEST-OVERFLOW
               WHEN REQUEST-IX > REQUEST-ENTRY-COUNT
                  ADD 1 TO REQUEST-ENTRY-COUNT
                  MOVE SYSIN-CARD (1:6) TO REQUEST-EMPNO (REQUEST-IX)
               WHEN REQUEST-EMPNO (REQUEST-IX) = SYSIN-CARD (1:6)
                  CONTINUE
            END-SEARCH.

       B06010-NEXT.
            PERFORM B06005-READ-EMPNO-CARD THRU B06005-EXIT.

       B06010-EXIT.
            EXIT.


      *****************************************************************
      * Open the catalog for input.  No catalog means nothing to     *
      * look up, so the run ends with RC=8 for the scheduler.        *
      *****************************************************************
       B10000-OPEN-FILES.

            OPEN INPUT CATALOG-FILE.

            IF NOT CATALOG-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPCATLK DB2 SAMPLE PROGRAM'
               DISPLAY '***    CATALOG (DD EMPARCAT) COULD NOT'
               DISPLAY '***    BE OPENED - STATUS ' CATALOG-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
            END-IF.

       B10000-EXIT.
            EXIT.


      *****************************************************************
      * Look one EMPNO up: position on its lowest generation and     *
      * print each of its entries in turn, then name the newest      *
      * generation whose unload is still archived                    *
      *****************************************************************
       C10000-LOOK-UP-EMPNO.

            MOVE 0   TO EMPNO-ENTRY-COUNT.
            MOVE 0   TO RESTORE-FROM-GENERATION.
            MOVE 0   TO RESTORE-FROM-DATE.
            MOVE 'N' TO CATALOG-SCAN-END-SWITCH.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPNO ' REQUEST-EMPNO (REQUEST-IX).
            DISPLAY '*** EMPNO   GENERATION  UNLOADED       PSEG'
                    '       BMP RESUME  STATE    RESTORED JOB'.

            MOVE REQUEST-EMPNO (REQUEST-IX) TO CAT-EMPNO.
            MOVE 0                          TO CAT-GENERATION.
            START CATALOG-FILE KEY IS NOT LESS THAN CAT-KEY.

            IF CATALOG-STATUS-OK
               PERFORM C11000-PRINT-CATALOG-ENTRY THRU C11000-EXIT
                  UNTIL CATALOG-SCAN-END
            END-IF.

            IF EMPNO-ENTRY-COUNT = 0
               ADD 1 TO NOT-FOUND-COUNT
               DISPLAY '*** NOT IN THE ARCHIVE CATALOG'
               GO TO C10000-EXIT
            END-IF.

            ADD 1 TO EMPNOS-FOUND-COUNT.

            IF RESTORE-FROM-GENERATION > 0
               DISPLAY '*** RESTORE FROM GENERATION G'
                       RESTORE-FROM-GENERATION 'V00 (UNLOADED '
                       RESTORE-FROM-DATE ')'
            ELSE
               ADD 1 TO ALL-RESTORED-COUNT
               DISPLAY '*** EVERY UNLOAD ALREADY RESTORED - '
                       'NOTHING LEFT TO RESTORE FROM'
            END-IF.

       C10000-EXIT.
            EXIT.


       C11000-PRINT-CATALOG-ENTRY.

            READ CATALOG-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO CATALOG-SCAN-END-SWITCH
            END-READ.

            IF CATALOG-SCAN-END
               GO TO C11000-EXIT
            END-IF.

            IF NOT CATALOG-STATUS-OK
               OR CAT-EMPNO NOT = REQUEST-EMPNO (REQUEST-IX)
               MOVE 'Y' TO CATALOG-SCAN-END-SWITCH
               GO TO C11000-EXIT
            END-IF.

            ADD 1 TO EMPNO-ENTRY-COUNT.
            ADD 1 TO ENTRIES-PRINTED-COUNT.

            MOVE CAT-EMPNO         TO ENV-EMPNO.
            MOVE CAT-GENERATION    TO ENV-GENERATION.
            MOVE CAT-UNLOAD-DATE   TO ENV-UNLOAD-DATE.
            MOVE CAT-PSEG-LENGTH   TO ENV-PSEG-LENGTH.
            MOVE CAT-BMP-LENGTH    TO ENV-BMP-LENGTH.
            MOVE CAT-RESUME-LENGTH TO ENV-RESUME-LENGTH.

            IF CAT-RESTORED
               MOVE 'RESTORED'       TO ENV-STATE
               MOVE CAT-RESTORE-DATE TO ENV-RESTORE-DATE
               MOVE CAT-RESTORE-JOB  TO ENV-RESTORE-JOB
            ELSE
               MOVE 'ARCHIVED'       TO ENV-STATE
               MOVE SPACES           TO ENV-RESTORE-DATE
               MOVE SPACES           TO ENV-RESTORE-JOB
               IF CAT-UNLOAD-DATE NOT LESS THAN RESTORE-FROM-DATE
                  MOVE CAT-GENERATION  TO RESTORE-FROM-GENERATION
                  MOVE CAT-UNLOAD-DATE TO RESTORE-FROM-DATE
               END-IF
            END-IF.

            DISPLAY ENTRY-VIEW.

       C11000-EXIT.
            EXIT.


       B40000-CLOSE-FILES.

            CLOSE CATALOG-FILE.

       B40000-EXIT.
            EXIT.


       C40000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPCATLK END-OF-RUN TOTALS'.
            DISPLAY '*** EMPNOS LOOKED UP:       ' REQUEST-ENTRY-COUNT.
            DISPLAY '*** EMPNOS FOUND:           ' EMPNOS-FOUND-COUNT.
            DISPLAY '*** EMPNOS NOT CATALOGUED:  ' NOT-FOUND-COUNT.
            DISPLAY '*** ENTRIES PRINTED:        '
                    ENTRIES-PRINTED-COUNT.
            DISPLAY '*** ALREADY ALL RESTORED:   ' ALL-RESTORED-COUNT.
            DISPLAY '**************************************'.

            IF NOT-FOUND-COUNT > 0
               MOVE 4 TO LOOKUP-RETURN-CODE
            END-IF.

       C40000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  EMPNOs not in the       *
      * catalog ride in the skipped column.  If EMPSUMM isn't        *
      * allocated the trailer is simply skipped.                     *
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
            MOVE 'EMPCATLK' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE REQUEST-ENTRY-COUNT TO SUMM-READ-COUNT.
            MOVE EMPNOS-FOUND-COUNT  TO SUMM-OK-COUNT.
            MOVE 0                   TO SUMM-FAILED-COUNT.
            MOVE NOT-FOUND-COUNT     TO SUMM-SKIPPED-COUNT.
            MOVE 0                   TO SUMM-UNCHANGED-COUNT.
            MOVE LOOKUP-RETURN-CODE  TO SUMM-RETURN-CODE.
            MOVE 0 TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       C50000-EXIT.
            EXIT.
