      *****************************************************************
      * MODULE NAME = EMPCATBL (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Rebuild the keyed EMPARCHV archive catalog *
      *                    from every archive generation              *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Recreates the keyed archive catalog on DD           *
      *       EMPARCAT - one entry per employee unload, keyed by EMPNO*
      *       and archive generation, carrying the unload date and the*
      *       PSEG, BMP and RESUME lengths from the archive header -  *
      *       by walking every generation of the EMPARCHV archive GDG.*
      *       The JCL points EMPARCHV at the GDG base, so every       *
      *       generation is read in the one concatenation, newest     *
      *       first.  It is run once to catalogue the archive EMPPURGE*
      *       wrote before the catalog existed, and again whenever the*
      *       catalog is lost or out of step.                         *
      *                                                               *
      *       Each unload's generation is taken from its header:      *
      *       EMPPURGE stamps the run's generation number in every    *
      *       header it writes.  A header written before generations  *
      *       were stamped (or by a purge run with no catalog         *
      *       allocated) carries none, and its generation is inferred *
      *       - a change of unload date between unstamped unloads is a*
      *       change of generation, numbered on from the generation   *
      *       read just before it (one lower per generation when the  *
      *       newest comes first), or from the PARM when the walk     *
      *       starts on an unstamped unload.  The report lists every  *
      *       generation with its unload date, its employee count and *
      *       whether its number was stamped or inferred.             *
      *                                                               *
      *       Restore marks: when the lifecycle history (DD EMPHIST)  *
      *       is allocated, every RESTORE event marks the entry it    *
      *       restored from - the same EMPNO's entry with the latest  *
      *       unload date on or before the restore - restored, with   *
      *       the restore date and the job name, so a rebuild keeps   *
      *       what EMPARSTR marked.                                   *
      *                                                               *
      *       The control record (EMPNO low-values) is written with   *
      *       the last generation number issued - the newest          *
      *       generation in the walk, or the one on the PARM - so     *
      *       EMPPURGE's next run numbers on from it.                 *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch job, it does     *
      *             not touch DB2, GDDM or ISPF.                      *
      *                                                               *
      *   Restrictions: Between unstamped unloads the unload date is  *
      *             the only sign of a new generation - two unstamped *
      *             purge runs on the same day are catalogued as one  *
      *             generation.  The catalog is loaded from empty: the*
      *             JCL deletes and redefines the cluster (or it is   *
      *             defined REUSE) ahead of this step.                *
      *                                                               *
      * Module type: COBOL program                                    *
      * Module size: See linkedit output                              *
      *  Attributes: Re-entrant and re-usable                         *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation.  EXEC PARM:     *
      *                 cols  1 -  4   generation number of the first *
      *                                unstamped generation the walk  *
      *                                meets, when no stamped one     *
      *                                comes before it                *
      *                 col   6        N = generations concatenated   *
      *                                newest first (the default, and *
      *                                the GDG base order); O = oldest*
      *                                first                          *
      *                 cols  8 - 11   last generation number issued, *
      *                                for the control record.  Blank *
      *                                = the newest generation walked.*
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - Message: one line per generation catalogued    *
      *              Return Code = 0004                               *
      *              - an EMPNO appears twice in one generation, an   *
      *                entry could not be written, or a RESTORE event *
      *                matches no entry; see the report               *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPCATBL DB2 Sample Program*
      *                                Archive (DD EMPARCHV) or       *
      *                                catalog (DD EMPARCAT) could    *
      *                                not be opened                  *
      *                                Processing terminated          *
      *                                                               *
      *              - Message: *** ERROR: EMPCATBL DB2 Sample Program*
      *                                Archive unload did not         *
      *                                verify, or the walk starts     *
      *                                unstamped with no generation   *
      *                                on the PARM - the rest of the  *
      *                                archive is not catalogued      *
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: None                         *
      *             - Data areas       : None                         *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPARCHV (archive GDG base,  *
      *                                  input), EMPARCAT (keyed      *
      *                                  archive catalog, reloaded),  *
      *                                  EMPHIST (shared lifecycle    *
      *                                  history, input), EMPSUMM     *
      *                                  (shared run-summary trailer) *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPCATBL:                                                   *
      *   - Take the starting generation, the walk order and the last *
      *     generation issued from the PARM                           *
      *   - Open the archive and load the catalog from empty          *
      *   - For each employee unload on the archive:                  *
      *     - Verify and parse the header record                      *
      *     - Take its generation from the header stamp, or infer it  *
      *       from the unload date and the generation before it       *
      *     - Add its catalog entry and skip past its segments        *
      *     - Print a line for each generation as it ends             *
      *   - Write the control record with the last generation issued  *
      *   - Mark restored the entry each RESTORE history event came   *
      *     from                                                      *
      *   - Print the totals and grade the return code                *
      *   End EMPCATBL                                                *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCATBL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * The archive EMPPURGE unloads to - the JCL points this at the *
      * GDG base, so every generation is read in one concatenation   *
      *****************************************************************
           SELECT ARCHIVE-FILE  ASSIGN TO EMPARCHV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

      *****************************************************************
      * Keyed VSAM catalog of the archive - one record per employee  *
      * unload, keyed by EMPNO and archive generation, plus the      *
      * control record (EMPNO low-values) holding the last           *
      * generation number issued.  Loaded from empty here.           *
      *****************************************************************
           SELECT CATALOG-FILE  ASSIGN TO EMPARCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS CATALOG-FILE-STATUS.

      *****************************************************************
      * Shared employee lifecycle history - read for the RESTORE     *
      * events, so the rebuilt catalog keeps its restore marks       *
      *****************************************************************
           SELECT HISTORY-FILE  ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

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
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-REC              PIC X(4096).

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

       FD  HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REC.
           05  HIST-EMPNO           PIC X(06).
           05  FILLER               PIC X(01).
           05  HIST-EVENT-TYPE      PIC X(08).
           05  FILLER               PIC X(01).
           05  HIST-DATE            PIC 9(08).
           05  FILLER               PIC X(01).
           05  HIST-TIME            PIC 9(08).
           05  FILLER               PIC X(01).
           05  HIST-CHANGED-BY      PIC X(08).
           05  FILLER               PIC X(01).
           05  HIST-PROGRAM         PIC X(08).
           05  FILLER               PIC X(01).
           05  HIST-BEFORE-PSEG     PIC 9(09).
           05  FILLER               PIC X(01).
           05  HIST-BEFORE-BMP      PIC 9(09).
           05  FILLER               PIC X(01).
           05  HIST-BEFORE-RESUME   PIC 9(05).
           05  FILLER               PIC X(01).
           05  HIST-AFTER-PSEG      PIC 9(09).
           05  FILLER               PIC X(01).
           05  HIST-AFTER-BMP       PIC 9(09).
           05  FILLER               PIC X(01).
           05  HIST-AFTER-RESUME    PIC 9(05).
           05  FILLER               PIC X(17).

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

       01  ARCHIVE-FILE-STATUS      PIC X(02).
           88  ARCHIVE-STATUS-OK        VALUE '00'.

       01  CATALOG-FILE-STATUS      PIC X(02).
           88  CATALOG-STATUS-OK        VALUE '00'.
           88  CATALOG-STATUS-DUP       VALUE '22'.

       01  HISTORY-FILE-STATUS      PIC X(02).
           88  HISTORY-STATUS-OK        VALUE '00'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

      *****************************************************************
      * Return code held here until the very end, so nothing can     *
      * overwrite it before the trailer records it                   *
      *****************************************************************
       01  REBUILD-RETURN-CODE      PIC 9(01)  VALUE 0.

       01  ARCHIVE-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  ARCHIVE-EOF              VALUE 'Y'.

       01  HISTORY-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  HISTORY-EOF              VALUE 'Y'.

       01  CATALOG-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  CATALOG-OPEN             VALUE 'Y'.

       01  HISTORY-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  HISTORY-OPEN             VALUE 'Y'.

      *****************************************************************
      * PARM values - the generation number the walk starts from     *
      * when its first unload is unstamped, the order the GDG's      *
      * generations are concatenated in, and the last generation     *
      * number issued for the control record (zero = take it from    *
      * the walk)                                                    *
      *****************************************************************
       01  PARM-FIRST-GENERATION    PIC 9(04)  VALUE 0.
       01  PARM-LAST-GENERATION     PIC 9(04)  VALUE 0.

       01  WALK-ORDER               PIC X(01)  VALUE 'N'.
           88  WALK-NEWEST-FIRST        VALUE 'N'.
           88  WALK-OLDEST-FIRST        VALUE 'O'.

      *****************************************************************
      * Archive header record parsed from the first record of each   *
      * employee's unload - the same layout EMPPURGE builds          *
      *****************************************************************
       01  ARCHIVE-HEADER.
           05  AHDR-EYECATCHER      PIC X(08).
           05  AHDR-EMPNO           PIC X(06).
           05  AHDR-DATE            PIC 9(08).
           05  AHDR-PSEG-LENGTH     PIC 9(09).
           05  AHDR-PSEG-NULL       PIC X(01).
           05  AHDR-PSEG-SEGMENTS   PIC 9(03).
           05  AHDR-BMP-LENGTH      PIC 9(09).
           05  AHDR-BMP-NULL        PIC X(01).
           05  AHDR-BMP-SEGMENTS    PIC 9(03).
           05  AHDR-RESUME-LENGTH   PIC 9(05).
           05  AHDR-RESUME-NULL     PIC X(01).
           05  AHDR-RESUME-SEGMENTS PIC 9(03).
           05  AHDR-GENERATION      PIC 9(04).
           05  FILLER               PIC X(4035).

      *****************************************************************
      * Capacity of the table columns - a header length past any of  *
      * these means the header cannot be trusted, and with it the    *
      * segment counts the walk skips by                             *
      *****************************************************************
       01  PSEG-MAX-BYTES   PIC S9(9) COMP VALUE 512000.
       01  BMP-MAX-BYTES    PIC S9(9) COMP VALUE 102400.
       01  RESUME-MAX-BYTES PIC S9(9) COMP VALUE 5120.

      *****************************************************************
      * A header that does not verify, or an unload cut short, means *
      * the walk's position in the archive is lost - every later     *
      * skip would be by the wrong number of records - so the walk   *
      * stops there rather than catalogue the wrong EMPNOs.          *
      *****************************************************************
       01  HEADER-GOOD-SWITCH       PIC X(01)  VALUE 'Y'.
           88  HEADER-GOOD              VALUE 'Y'.
           88  HEADER-BAD               VALUE 'N'.

       01  WALK-STOP-SWITCH         PIC X(01)  VALUE 'N'.
           88  WALK-STOPPED             VALUE 'Y'.

       01  SEGMENTS-EXPECTED        PIC 9(03)  VALUE 0.
       01  SEGMENTS-TO-SKIP         PIC S9(4)  COMP  VALUE 0.

      *****************************************************************
      * The generation of the unload being catalogued, and what the  *
      * walk knows of the unload before it, for inferring the        *
      * generation of an unstamped header                            *
      *****************************************************************
       01  UNLOAD-GENERATION        PIC 9(04)  VALUE 0.
       01  UNLOAD-STAMPED-SWITCH    PIC X(01)  VALUE 'N'.
           88  UNLOAD-STAMPED           VALUE 'Y'.

       01  PREVIOUS-GENERATION      PIC 9(04)  VALUE 0.
       01  PREVIOUS-DATE            PIC 9(08)  VALUE 0.
       01  PREVIOUS-STAMPED-SWITCH  PIC X(01)  VALUE 'N'.
           88  PREVIOUS-STAMPED         VALUE 'Y'.

       01  FIRST-UNLOAD-SWITCH      PIC X(01)  VALUE 'Y'.
           88  FIRST-UNLOAD             VALUE 'Y'.

       01  NEWEST-GENERATION        PIC 9(04)  VALUE 0.

      *****************************************************************
      * The generation line being gathered for the report            *
      *****************************************************************
       01  LINE-GENERATION          PIC 9(04)  VALUE 0.
       01  LINE-DATE                PIC 9(08)  VALUE 0.
       01  LINE-COUNT               PIC S9(7)  COMP-3  VALUE 0.
       01  LINE-STAMPED-SWITCH      PIC X(01)  VALUE 'N'.
           88  LINE-STAMPED             VALUE 'Y'.

      *****************************************************************
      * The scan along one EMPNO's catalog entries for the one a     *
      * RESTORE event restored from - the latest unload on or before *
      * the restore date                                             *
      *****************************************************************
       01  RESTORE-BEST-KEY.
           05  RESTORE-BEST-EMPNO   PIC X(06).
           05  RESTORE-BEST-GENERATION PIC 9(04).
       01  RESTORE-BEST-DATE        PIC 9(08)  VALUE 0.

       01  RESTORE-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
           88  RESTORE-FOUND            VALUE 'Y'.

       01  CATALOG-SCAN-END-SWITCH  PIC X(01)  VALUE 'N'.
           88  CATALOG-SCAN-END         VALUE 'Y'.

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  UNLOADS-READ-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  ENTRIES-ADDED-COUNT      PIC S9(9)  COMP-3  VALUE 0.
       77  DUPLICATE-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  WRITE-FAILED-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  GENERATIONS-COUNT        PIC S9(9)  COMP-3  VALUE 0.
       77  INFERRED-COUNT           PIC S9(9)  COMP-3  VALUE 0.
       77  HISTORY-READ-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  RESTORE-EVENT-COUNT      PIC S9(9)  COMP-3  VALUE 0.
       77  RESTORE-MARKED-COUNT     PIC S9(9)  COMP-3  VALUE 0.
       77  RESTORE-UNMATCHED-COUNT  PIC S9(9)  COMP-3  VALUE 0.


       LINKAGE SECTION.
       01  EMPCATBL-PARM.
           05  PARM-LEN               PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(80).

       PROCEDURE DIVISION USING EMPCATBL-PARM.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPCATBL ARCHIVE CATALOG REBUILD'.
            DISPLAY '**************************************'.

            PERFORM B05000-PARSE-PARM THRU B05000-EXIT.

            PERFORM B10000-OPEN-FILES THRU B10000-EXIT.

            IF OK
               PERFORM B20000-WALK-ARCHIVE THRU B20000-EXIT
               PERFORM B30000-WRITE-CONTROL-RECORD THRU B30000-EXIT
               PERFORM B35000-APPLY-RESTORE-MARKS THRU B35000-EXIT
               PERFORM B40000-CLOSE-FILES THRU B40000-EXIT
               PERFORM B45000-PRINT-TOTALS THRU B45000-EXIT
            ELSE
               MOVE 8 TO REBUILD-RETURN-CODE
            END-IF.

            PERFORM B50000-WRITE-SUMMARY-TRAILER THRU B50000-EXIT.

            MOVE REBUILD-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Take the starting generation, the walk order and the last    *
      * generation issued from the EXEC PARM                         *
      *****************************************************************
       B05000-PARSE-PARM.

            IF PARM-LEN NOT LESS THAN 4
               IF PARM-TEXT (1:4) NUMERIC
                  MOVE PARM-TEXT (1:4) TO PARM-FIRST-GENERATION
               END-IF
            END-IF.

            IF PARM-LEN NOT LESS THAN 6
               IF PARM-TEXT (6:1) = 'O'
                  MOVE 'O' TO WALK-ORDER
               END-IF
            END-IF.

            IF PARM-LEN NOT LESS THAN 11
               IF PARM-TEXT (8:4) NUMERIC
                  MOVE PARM-TEXT (8:4) TO PARM-LAST-GENERATION
               END-IF
            END-IF.

            IF WALK-NEWEST-FIRST
               DISPLAY '*** GENERATIONS READ NEWEST FIRST'
            ELSE
               DISPLAY '*** GENERATIONS READ OLDEST FIRST'
            END-IF.

            IF PARM-FIRST-GENERATION > 0
               DISPLAY '*** FIRST UNSTAMPED GENERATION NUMBERED G'
                       PARM-FIRST-GENERATION 'V00'
            END-IF.

       B05000-EXIT.
            EXIT.


      *****************************************************************
      * Open the archive for input and the catalog for loading.      *
      * Neither is optional, so either open failing ends the run     *
      * with RC=8 before anything is written.                        *
      *****************************************************************
       B10000-OPEN-FILES.

            OPEN INPUT ARCHIVE-FILE.

            IF NOT ARCHIVE-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPCATBL DB2 SAMPLE PROGRAM'
               DISPLAY '***    ARCHIVE (DD EMPARCHV) COULD NOT'
               DISPLAY '***    BE OPENED - STATUS '
                       ARCHIVE-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               GO TO B10000-EXIT
            END-IF.

            OPEN OUTPUT CATALOG-FILE.

            IF NOT CATALOG-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPCATBL DB2 SAMPLE PROGRAM'
               DISPLAY '***    CATALOG (DD EMPARCAT) COULD NOT'
               DISPLAY '***    BE OPENED - STATUS '
                       CATALOG-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               CLOSE ARCHIVE-FILE
               GO TO B10000-EXIT
            END-IF.

            MOVE 'Y' TO CATALOG-OPEN-SWITCH.

       B10000-EXIT.
            EXIT.


      *****************************************************************
      * Walk the archive, one employee unload at a time: verify the  *
      * header, settle its generation, catalogue it and skip past    *
      * the segments the header names.  A line is printed for each   *
      * generation as the walk leaves it.                            *
      *****************************************************************
       B20000-WALK-ARCHIVE.

            DISPLAY '**************************************'.
            DISPLAY '*** GENERATION  UNLOADED  EMPLOYEES  NUMBER'.

            PERFORM B20005-READ-ARCHIVE-REC THRU B20005-EXIT.

            PERFORM B20010-PROCESS-UNLOAD THRU B20010-EXIT
               UNTIL ARCHIVE-EOF OR WALK-STOPPED.

            IF LINE-COUNT > 0
               PERFORM C25000-PRINT-GENERATION-LINE THRU C25000-EXIT
            END-IF.

       B20000-EXIT.
            EXIT.


       B20005-READ-ARCHIVE-REC.

            READ ARCHIVE-FILE
               AT END
                  MOVE 'Y' TO ARCHIVE-EOF-SWITCH
            END-READ.

       B20005-EXIT.
            EXIT.


       B20010-PROCESS-UNLOAD.

            MOVE ARCHIVE-REC TO ARCHIVE-HEADER.

            PERFORM C05000-VERIFY-HEADER THRU C05000-EXIT.

            IF HEADER-BAD
               PERFORM C90000-STOP-WALK THRU C90000-EXIT
               GO TO B20010-EXIT
            END-IF.

            ADD 1 TO UNLOADS-READ-COUNT.

            PERFORM C10000-ASSIGN-GENERATION THRU C10000-EXIT.

            IF WALK-STOPPED
               GO TO B20010-EXIT
            END-IF.

            IF LINE-COUNT > 0
               AND UNLOAD-GENERATION NOT = LINE-GENERATION
               PERFORM C25000-PRINT-GENERATION-LINE THRU C25000-EXIT
            END-IF.

            IF LINE-COUNT = 0
               MOVE UNLOAD-GENERATION     TO LINE-GENERATION
               MOVE AHDR-DATE             TO LINE-DATE
               MOVE UNLOAD-STAMPED-SWITCH TO LINE-STAMPED-SWITCH
            END-IF.
            ADD 1 TO LINE-COUNT.

            IF FIRST-UNLOAD OR WALK-OLDEST-FIRST
               MOVE UNLOAD-GENERATION TO NEWEST-GENERATION
            END-IF.

            PERFORM C20000-ADD-ENTRY THRU C20000-EXIT.

            MOVE UNLOAD-GENERATION     TO PREVIOUS-GENERATION.
            MOVE AHDR-DATE             TO PREVIOUS-DATE.
            MOVE UNLOAD-STAMPED-SWITCH TO PREVIOUS-STAMPED-SWITCH.
            MOVE 'N'                   TO FIRST-UNLOAD-SWITCH.

            COMPUTE SEGMENTS-TO-SKIP = AHDR-PSEG-SEGMENTS
               + AHDR-BMP-SEGMENTS + AHDR-RESUME-SEGMENTS.

            PERFORM C30000-SKIP-SEGMENT THRU C30000-EXIT
               SEGMENTS-TO-SKIP TIMES.

            IF ARCHIVE-EOF
               SET HEADER-BAD TO TRUE
               PERFORM C90000-STOP-WALK THRU C90000-EXIT
               GO TO B20010-EXIT
            END-IF.

            PERFORM B20005-READ-ARCHIVE-REC THRU B20005-EXIT.

       B20010-EXIT.
            EXIT.


      *****************************************************************
      * Verify the header record: the EMPARCHV eyecatcher, numeric   *
      * lengths inside the column capacity, and a segment count that *
      * matches each length - the same checks EMPARSTR makes         *
      *****************************************************************
       C05000-VERIFY-HEADER.

            SET HEADER-GOOD TO TRUE.

            IF AHDR-EYECATCHER NOT = 'EMPARCHV'
               SET HEADER-BAD TO TRUE
               GO TO C05000-EXIT
            END-IF.

            IF AHDR-PSEG-LENGTH NOT NUMERIC
               OR AHDR-BMP-LENGTH NOT NUMERIC
               OR AHDR-RESUME-LENGTH NOT NUMERIC
               OR AHDR-PSEG-SEGMENTS NOT NUMERIC
               OR AHDR-BMP-SEGMENTS NOT NUMERIC
               OR AHDR-RESUME-SEGMENTS NOT NUMERIC
               OR AHDR-DATE NOT NUMERIC
               SET HEADER-BAD TO TRUE
               GO TO C05000-EXIT
            END-IF.

            IF AHDR-PSEG-LENGTH > PSEG-MAX-BYTES
               OR AHDR-BMP-LENGTH > BMP-MAX-BYTES
               OR AHDR-RESUME-LENGTH > RESUME-MAX-BYTES
               SET HEADER-BAD TO TRUE
               GO TO C05000-EXIT
            END-IF.

            COMPUTE SEGMENTS-EXPECTED =
               (AHDR-PSEG-LENGTH + 4095) / 4096.
            IF AHDR-PSEG-SEGMENTS NOT = SEGMENTS-EXPECTED
               SET HEADER-BAD TO TRUE
               GO TO C05000-EXIT
            END-IF.

            COMPUTE SEGMENTS-EXPECTED =
               (AHDR-BMP-LENGTH + 4095) / 4096.
            IF AHDR-BMP-SEGMENTS NOT = SEGMENTS-EXPECTED
               SET HEADER-BAD TO TRUE
               GO TO C05000-EXIT
            END-IF.

            COMPUTE SEGMENTS-EXPECTED =
               (AHDR-RESUME-LENGTH + 4095) / 4096.
            IF AHDR-RESUME-SEGMENTS NOT = SEGMENTS-EXPECTED
               SET HEADER-BAD TO TRUE
            END-IF.

       C05000-EXIT.
            EXIT.


      *****************************************************************
      * Settle the unload's generation.  A stamped header names its  *
      * own.  An unstamped one shares the generation of the unload   *
      * before it when that was unstamped too and has the same       *
      * unload date; otherwise it is the next generation on in the   *
      * walk order - or, for the very first unload, the one on the   *
      * PARM, without which the walk cannot number it and stops.     *
      *****************************************************************
       C10000-ASSIGN-GENERATION.

            MOVE 'N' TO UNLOAD-STAMPED-SWITCH.

            IF AHDR-GENERATION NUMERIC
               IF AHDR-GENERATION > 0
                  MOVE 'Y' TO UNLOAD-STAMPED-SWITCH
                  MOVE AHDR-GENERATION TO UNLOAD-GENERATION
                  GO TO C10000-EXIT
               END-IF
            END-IF.

            IF FIRST-UNLOAD
               IF PARM-FIRST-GENERATION > 0
                  MOVE PARM-FIRST-GENERATION TO UNLOAD-GENERATION
               ELSE
                  MOVE 'BAD' TO STATUS1
                  MOVE 'Y' TO WALK-STOP-SWITCH
                  MOVE 8 TO REBUILD-RETURN-CODE
                  DISPLAY '**************************************'
                  DISPLAY '*** ERROR: EMPCATBL DB2 SAMPLE PROGRAM'
                  DISPLAY '***    THE FIRST UNLOAD HAS NO GENERATION '
                          'STAMPED AND THE PARM'
                  DISPLAY '***    GIVES NONE TO NUMBER IT FROM'
                  DISPLAY '***    - THE ARCHIVE IS NOT CATALOGUED'
                  DISPLAY '**************************************'
               END-IF
               GO TO C10000-EXIT
            END-IF.

            IF NOT PREVIOUS-STAMPED AND AHDR-DATE = PREVIOUS-DATE
               MOVE PREVIOUS-GENERATION TO UNLOAD-GENERATION
               GO TO C10000-EXIT
            END-IF.

            IF WALK-NEWEST-FIRST
               IF PREVIOUS-GENERATION NOT GREATER THAN 1
                  MOVE 9999 TO UNLOAD-GENERATION
               ELSE
                  COMPUTE UNLOAD-GENERATION = PREVIOUS-GENERATION - 1
               END-IF
            ELSE
               IF PREVIOUS-GENERATION = 9999
                  MOVE 1 TO UNLOAD-GENERATION
               ELSE
                  COMPUTE UNLOAD-GENERATION = PREVIOUS-GENERATION + 1
               END-IF
            END-IF.

       C10000-EXIT.
            EXIT.


      *****************************************************************
      * Add the unload's catalog entry, marked archived.  The same   *
      * EMPNO twice under one generation keeps the first unload met  *
      * and reports the second.                                      *
      *****************************************************************
       C20000-ADD-ENTRY.

            MOVE SPACES             TO CATALOG-REC.
            MOVE AHDR-EMPNO         TO CAT-EMPNO.
            MOVE UNLOAD-GENERATION  TO CAT-GENERATION.
            MOVE AHDR-DATE          TO CAT-UNLOAD-DATE.
            MOVE AHDR-PSEG-LENGTH   TO CAT-PSEG-LENGTH.
            MOVE AHDR-BMP-LENGTH    TO CAT-BMP-LENGTH.
            MOVE AHDR-RESUME-LENGTH TO CAT-RESUME-LENGTH.
            MOVE 'A'                TO CAT-STATE.
            MOVE 0                  TO CAT-RESTORE-DATE.
            MOVE SPACES             TO CAT-RESTORE-JOB.

            WRITE CATALOG-REC.

            IF CATALOG-STATUS-OK
               ADD 1 TO ENTRIES-ADDED-COUNT
            ELSE
               IF CATALOG-STATUS-DUP
                  ADD 1 TO DUPLICATE-COUNT
                  DISPLAY '*** WARNING: ' AHDR-EMPNO ' UNLOADED TWICE '
                          'IN GENERATION G' UNLOAD-GENERATION
                          'V00 - FIRST UNLOAD KEPT'
               ELSE
                  ADD 1 TO WRITE-FAILED-COUNT
                  DISPLAY '*** WARNING: CATALOG ENTRY FOR '
                          AHDR-EMPNO ' NOT WRITTEN - STATUS '
                          CATALOG-FILE-STATUS
               END-IF
            END-IF.

       C20000-EXIT.
            EXIT.


       C25000-PRINT-GENERATION-LINE.

            ADD 1 TO GENERATIONS-COUNT.

            IF LINE-STAMPED
               DISPLAY '*** G' LINE-GENERATION 'V00   ' LINE-DATE
                       '  ' LINE-COUNT '   STAMPED'
            ELSE
               ADD 1 TO INFERRED-COUNT
               DISPLAY '*** G' LINE-GENERATION 'V00   ' LINE-DATE
                       '  ' LINE-COUNT '   INFERRED'
            END-IF.

            MOVE 0 TO LINE-COUNT.

       C25000-EXIT.
            EXIT.


       C30000-SKIP-SEGMENT.

            IF NOT ARCHIVE-EOF
               PERFORM B20005-READ-ARCHIVE-REC THRU B20005-EXIT
            END-IF.

       C30000-EXIT.
            EXIT.


      *****************************************************************
      * Stop the walk on an unload that did not verify - the rest of *
      * the archive cannot be catalogued from a lost position        *
      *****************************************************************
       C90000-STOP-WALK.

            MOVE 'BAD' TO STATUS1.
            MOVE 'Y' TO WALK-STOP-SWITCH.
            MOVE 8 TO REBUILD-RETURN-CODE.

            DISPLAY '**************************************'.
            DISPLAY '*** ERROR: EMPCATBL DB2 SAMPLE PROGRAM'.
            DISPLAY '***    ARCHIVE UNLOAD DID NOT VERIFY AFTER '
                    UNLOADS-READ-COUNT ' UNLOADS'.
            DISPLAY '***    - REST OF THE ARCHIVE NOT CATALOGUED'.
            DISPLAY '**************************************'.

       C90000-EXIT.
            EXIT.


      *****************************************************************
      * Write the control record with the last generation number     *
      * issued - the PARM's when given, otherwise the newest         *
      * generation walked - so EMPPURGE numbers on from it.  It is   *
      * written even after a walk that stopped, so the next purge    *
      * never reuses a generation number.                            *
      *****************************************************************
       B30000-WRITE-CONTROL-RECORD.

            MOVE SPACES     TO CATALOG-REC.
            MOVE LOW-VALUES TO CAT-EMPNO.
            MOVE 0          TO CAT-GENERATION.

            IF PARM-LAST-GENERATION > 0
               MOVE PARM-LAST-GENERATION TO CAT-LAST-GENERATION
            ELSE
               MOVE NEWEST-GENERATION    TO CAT-LAST-GENERATION
            END-IF.

            ACCEPT CAT-CONTROL-DATE FROM DATE YYYYMMDD.
            MOVE 'EMPCATBL' TO CAT-CONTROL-PROGRAM.

            WRITE CATALOG-REC.

            IF CATALOG-STATUS-OK
               DISPLAY '**************************************'
               DISPLAY '*** LAST GENERATION ISSUED: G'
                       CAT-LAST-GENERATION 'V00'
            ELSE
               ADD 1 TO WRITE-FAILED-COUNT
               DISPLAY '*** WARNING: CATALOG CONTROL RECORD NOT '
                       'WRITTEN - STATUS ' CATALOG-FILE-STATUS
            END-IF.

       B30000-EXIT.
            EXIT.


      *****************************************************************
      * Put the restore marks back from the lifecycle history: each  *
      * RESTORE event marks the entry it restored from.  The catalog *
      * is reopened for update first.  When EMPHIST isn't allocated  *
      * the rebuild stands without marks, but says so.               *
      *****************************************************************
       B35000-APPLY-RESTORE-MARKS.

            CLOSE CATALOG-FILE.
            OPEN I-O CATALOG-FILE.

            IF NOT CATALOG-STATUS-OK
               MOVE 'N' TO CATALOG-OPEN-SWITCH
               MOVE 8 TO REBUILD-RETURN-CODE
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPCATBL DB2 SAMPLE PROGRAM'
               DISPLAY '***    CATALOG (DD EMPARCAT) COULD NOT BE '
                       'REOPENED - STATUS ' CATALOG-FILE-STATUS
               DISPLAY '***    - RESTORE MARKS NOT APPLIED'
               DISPLAY '**************************************'
               GO TO B35000-EXIT
            END-IF.

            OPEN INPUT HISTORY-FILE.

            IF NOT HISTORY-STATUS-OK
               DISPLAY '*** WARNING: LIFECYCLE HISTORY (DD EMPHIST) '
                       'NOT ALLOCATED'
               DISPLAY '*** RESTORE MARKS NOT REBUILT - RESTORED '
                       'EMPLOYEES STAY MARKED ARCHIVED'
               GO TO B35000-EXIT
            END-IF.

            MOVE 'Y' TO HISTORY-OPEN-SWITCH.

            PERFORM B35005-READ-HISTORY-REC THRU B35005-EXIT.

            PERFORM C40000-CHECK-HISTORY-EVENT THRU C40000-EXIT
               UNTIL HISTORY-EOF.

       B35000-EXIT.
            EXIT.


       B35005-READ-HISTORY-REC.

            READ HISTORY-FILE
               AT END
                  MOVE 'Y' TO HISTORY-EOF-SWITCH
               NOT AT END
                  ADD 1 TO HISTORY-READ-COUNT
            END-READ.

       B35005-EXIT.
            EXIT.


      *****************************************************************
      * One history record: a RESTORE event marks restored the same  *
      * EMPNO's entry with the latest unload date on or before the   *
      * restore date, carrying the restore date and the job name     *
      *****************************************************************
       C40000-CHECK-HISTORY-EVENT.

            IF HIST-EVENT-TYPE NOT = 'RESTORE'
               OR HIST-DATE NOT NUMERIC
               GO TO C40000-NEXT
            END-IF.

            ADD 1 TO RESTORE-EVENT-COUNT.

            MOVE 'N' TO RESTORE-FOUND-SWITCH.
            MOVE 'N' TO CATALOG-SCAN-END-SWITCH.
            MOVE 0   TO RESTORE-BEST-DATE.

            MOVE HIST-EMPNO TO CAT-EMPNO.
            MOVE 0          TO CAT-GENERATION.
            START CATALOG-FILE KEY IS NOT LESS THAN CAT-KEY.

            IF CATALOG-STATUS-OK
               PERFORM C41000-SCAN-CATALOG-ENTRY THRU C41000-EXIT
                  UNTIL CATALOG-SCAN-END
            END-IF.

            IF NOT RESTORE-FOUND
               ADD 1 TO RESTORE-UNMATCHED-COUNT
               DISPLAY '*** WARNING: RESTORE OF ' HIST-EMPNO ' ON '
                       HIST-DATE ' MATCHES NO CATALOG ENTRY'
               GO TO C40000-NEXT
            END-IF.

            MOVE RESTORE-BEST-KEY TO CAT-KEY.
            READ CATALOG-FILE.

            IF CATALOG-STATUS-OK
               MOVE 'R'             TO CAT-STATE
               MOVE HIST-DATE       TO CAT-RESTORE-DATE
               MOVE HIST-CHANGED-BY TO CAT-RESTORE-JOB
               REWRITE CATALOG-REC
            END-IF.

            IF CATALOG-STATUS-OK
               ADD 1 TO RESTORE-MARKED-COUNT
            ELSE
               ADD 1 TO WRITE-FAILED-COUNT
               DISPLAY '*** WARNING: CATALOG ENTRY FOR ' HIST-EMPNO
                       ' NOT MARKED RESTORED - STATUS '
                       CATALOG-FILE-STATUS
            END-IF.

       C40000-NEXT.
            PERFORM B35005-READ-HISTORY-REC THRU B35005-EXIT.

       C40000-EXIT.
            EXIT.


       C41000-SCAN-CATALOG-ENTRY.

            READ CATALOG-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO CATALOG-SCAN-END-SWITCH
            END-READ.

            IF CATALOG-SCAN-END
               GO TO C41000-EXIT
            END-IF.

            IF NOT CATALOG-STATUS-OK OR CAT-EMPNO NOT = HIST-EMPNO
               MOVE 'Y' TO CATALOG-SCAN-END-SWITCH
               GO TO C41000-EXIT
            END-IF.

            IF CAT-UNLOAD-DATE NOT GREATER THAN HIST-DATE
               AND CAT-UNLOAD-DATE NOT LESS THAN RESTORE-BEST-DATE
               MOVE 'Y'       TO RESTORE-FOUND-SWITCH
               MOVE CAT-KEY   TO RESTORE-BEST-KEY
               MOVE CAT-UNLOAD-DATE TO RESTORE-BEST-DATE
            END-IF.

       C41000-EXIT.
            EXIT.


       B40000-CLOSE-FILES.

            CLOSE ARCHIVE-FILE.

            IF CATALOG-OPEN
               CLOSE CATALOG-FILE
            END-IF.

            IF HISTORY-OPEN
               CLOSE HISTORY-FILE
            END-IF.

       B40000-EXIT.
            EXIT.


      *****************************************************************
      * End-of-run totals and the graded return code: 4 for a        *
      * duplicate unload, an entry not written or a RESTORE event    *
      * with no entry; 8 already set when the walk stopped short     *
      *****************************************************************
       B45000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPCATBL END-OF-RUN TOTALS'.
            DISPLAY '*** ARCHIVE UNLOADS READ:   ' UNLOADS-READ-COUNT.
            DISPLAY '*** GENERATIONS WALKED:     ' GENERATIONS-COUNT.
            DISPLAY '*** GENERATIONS INFERRED:   ' INFERRED-COUNT.
            DISPLAY '*** CATALOG ENTRIES ADDED:  ' ENTRIES-ADDED-COUNT.
            DISPLAY '*** DUPLICATE UNLOADS:      ' DUPLICATE-COUNT.
            DISPLAY '*** WRITES FAILED:          ' WRITE-FAILED-COUNT.
            IF HISTORY-OPEN
               DISPLAY '*** HISTORY RECORDS READ:   '
                       HISTORY-READ-COUNT
               DISPLAY '*** RESTORE EVENTS:         '
                       RESTORE-EVENT-COUNT
               DISPLAY '*** ENTRIES MARKED RESTORED:'
                       RESTORE-MARKED-COUNT
               DISPLAY '*** RESTORES WITH NO ENTRY: '
                       RESTORE-UNMATCHED-COUNT
            ELSE
               DISPLAY '*** NO RESTORE MARKS APPLIED (DD EMPHIST '
                       'NOT ALLOCATED)'
            END-IF.
            DISPLAY '**************************************'.

            IF REBUILD-RETURN-CODE = 0
               IF DUPLICATE-COUNT > 0 OR WRITE-FAILED-COUNT > 0
                  OR RESTORE-UNMATCHED-COUNT > 0
                  MOVE 4 TO REBUILD-RETURN-CODE
               END-IF
            END-IF.

       B45000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  Duplicate unloads and   *
      * failed writes ride in the failed column, RESTORE events with *
      * no entry in the skipped column.  If EMPSUMM isn't allocated  *
      * the trailer is simply skipped.                               *
      *****************************************************************
       B50000-WRITE-SUMMARY-TRAILER.

            OPEN EXTEND RUN-SUMMARY-FILE.

            IF NOT SUMMARY-STATUS-OK
               OPEN OUTPUT RUN-SUMMARY-FILE
            END-IF.

            IF NOT SUMMARY-STATUS-OK
               GO TO B50000-EXIT
            END-IF.

            MOVE SPACES TO RUN-SUMMARY-REC.
            MOVE 'EMPCATBL' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE UNLOADS-READ-COUNT  TO SUMM-READ-COUNT.
            MOVE ENTRIES-ADDED-COUNT TO SUMM-OK-COUNT.
            COMPUTE SUMM-FAILED-COUNT =
               DUPLICATE-COUNT + WRITE-FAILED-COUNT.
            MOVE RESTORE-UNMATCHED-COUNT TO SUMM-SKIPPED-COUNT.
            MOVE 0                   TO SUMM-UNCHANGED-COUNT.
            MOVE REBUILD-RETURN-CODE TO SUMM-RETURN-CODE.
            MOVE 0 TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       B50000-EXIT.
            EXIT.
