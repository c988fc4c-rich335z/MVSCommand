      *       count verified against the lengths unloaded.  Any      *
      *       doubt leaves the row in the table for a rerun.         *
      *                                                               *
      *       Every row purged appends a PURGE event - the EMPNO, the *
      *       date and time, the job name, and the lengths unloaded   *
      *       (after lengths zero) - to the shared lifecycle history  *
      *       dataset on DD EMPHIST that EMPHISTQ reports from.  When *
      *       EMPHIST is not allocated the purge goes on without      *
      *       history, after saying so.                               *
      *                                                               *
      *       Every row purged is also added to the keyed archive     *
      *       catalog on DD EMPARCAT - EMPNO, archive generation,     *
      *       unload date and the three lengths - so EMPCATLK can say *
      *       which generation to point EMPARSTR at, and EMPCATXP can *
      *       say which generations are past retention.  The run's    *
      *       generation number is taken from the catalog's control   *
      *       record, one more than the last purge run's, so it keeps *
      *       step with the absolute generation (GnnnnV00) the GDG    *
      *       gives the new EMPARCHV; it is stamped in every header   *
      *       the run writes.  When EMPARCAT is not allocated the     *
      *       purge goes on uncatalogued and unstamped, after saying  *
      *       so, and EMPCATBL rebuilds the catalog from the archive. *
      *                                                               *
      *  Archive format (4096-byte records): per employee, a header   *
      *  record carrying the EMPNO, unload date, archive generation   *
      *  number, and each column's length, null flag and segment      *
      *  count, followed by the PSEG_PHOTO bytes, then the BMP_PHOTO  *
      *  bytes, then the RESUME bytes, each as 4096-byte segments     *
      *  with the last segment padded - the same chunking the         *
      *  EMPPHLOD loader's companion datasets carry, so an employee   *
      *  can be restored from the archive with a reformat step and an *
      *  EMPPHLOD ADD.                                                *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch job, it does    *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation.  EXEC PARM:     *
      *                 cols  1 -  8   job name stamped on the        *
      *                                history events as changed-by;  *
      *                                blank or omitted = EMPPURGE    *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - Message: archive manifest                      *
      *             - Datasets/DDs     : EMPPURGL (purge list input), *
      *                                  EMPARCHV (archive output),   *
      *                                  EMPSUMM (shared run-summary  *
      *                                  trailer), EMPHIST (shared    *
      *                                  lifecycle history, appended),*
      *                                  EMPARCAT (keyed archive      *
      *                                  catalog, updated)            *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPPURGE:                                                   *
      *   - Open the purge list and the archive                       *
      *   - Open the catalog and take this run's generation number    *
      *   - For each purge card:                                      *
      *     - Fetch the full row with null indicators                 *
      *     - Unload the header and every LOB's bytes to the archive  *
      *     - Verify the unload (file statuses, segment counts)       *
      *     - DELETE the row only when the unload verified clean      *
      *     - Append a PURGE history event for the row deleted        *
      *     - Add the catalog entry for the row deleted               *
      *     - Print a manifest line                                   *
      *   - Print the totals and grade the return code                *
      *   End EMPPURGE                                                *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.

      *****************************************************************
      * Shared employee lifecycle history - one event record per     *
      * change to an EMP_PHOTO_RESUME row, appended by every program *
      * that changes one, read by EMPHISTQ                           *
      *****************************************************************
           SELECT HISTORY-FILE  ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

      *****************************************************************
      * Keyed VSAM catalog of the archive - one record per employee  *
      * unload, keyed by EMPNO and archive generation, plus the      *
      * control record (EMPNO low-values) holding the last           *
      * generation number issued                                     *
      *****************************************************************
           SELECT CATALOG-FILE  ASSIGN TO EMPARCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-KEY
               FILE STATUS IS CATALOG-FILE-STATUS.


       DATA DIVISION.

           05  SUMM-SUSPENDED-COUNT PIC 9(07).
           05  FILLER               PIC X(04).

       FD  HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REC              PIC X(120).

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


       WORKING-STORAGE SECTION.

       01  PURGE-EOF-SWITCH         PIC X(01)  VALUE 'N'.
           88  PURGE-EOF                VALUE 'Y'.

       01  HISTORY-FILE-STATUS      PIC X(02).
           88  HISTORY-STATUS-OK        VALUE '00'.

       01  HISTORY-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  HISTORY-OPEN             VALUE 'Y'.

       01  CATALOG-FILE-STATUS      PIC X(02).
           88  CATALOG-STATUS-OK        VALUE '00'.
           88  CATALOG-STATUS-DUP       VALUE '22'.
           88  CATALOG-STATUS-NOTFND    VALUE '23'.

       01  CATALOG-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  CATALOG-OPEN             VALUE 'Y'.

      *****************************************************************
      * This run's archive generation number, from the catalog's     *
      * control record - zero when the catalog is not allocated      *
      *****************************************************************
       01  ARCHIVE-GENERATION       PIC 9(04)  VALUE 0.

      *****************************************************************
      * Lifecycle history event, built in storage and appended to    *
      * EMPHIST - the same layout EMPPHLOD, EMPARSTR and DSN8CLPV    *
      * write and EMPHISTQ reads.  A NULL column (or no row at all)  *
      * is carried as a zero length.                                 *
      *****************************************************************
       01  HISTORY-EVENT.
           05  HIST-EMPNO           PIC X(06).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-EVENT-TYPE      PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-DATE            PIC 9(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-TIME            PIC 9(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-CHANGED-BY      PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-PROGRAM         PIC X(08)  VALUE 'EMPPURGE'.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-BEFORE-PSEG     PIC 9(09).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-BEFORE-BMP      PIC 9(09).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-BEFORE-RESUME   PIC 9(05).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-AFTER-PSEG      PIC 9(09).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-AFTER-BMP       PIC 9(09).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  HIST-AFTER-RESUME    PIC 9(05).
           05  FILLER               PIC X(17)  VALUE SPACES.

      *****************************************************************
      * Job name for the history events, from the EXEC PARM; the     *
      * program name when the PARM gives none                        *
      *****************************************************************
       01  HISTORY-JOB-NAME         PIC X(08)  VALUE 'EMPPURGE'.

      *****************************************************************
      * Archive header record built in storage and written as the    *
      * first record of each employee's unload                       *
           05  AHDR-RESUME-LENGTH   PIC 9(05).
           05  AHDR-RESUME-NULL     PIC X(01).
           05  AHDR-RESUME-SEGMENTS PIC 9(03).
           05  AHDR-GENERATION      PIC 9(04)  VALUE 0.
           05  FILLER               PIC X(4035) VALUE SPACES.

      *****************************************************************
      * Unload bookkeeping for the employee being processed          *
       77  PURGED-COUNT             PIC S9(9)  COMP-3  VALUE 0.
       77  NO-ROW-COUNT             PIC S9(9)  COMP-3  VALUE 0.
       77  FAILED-COUNT             PIC S9(9)  COMP-3  VALUE 0.
       77  HISTORY-WRITTEN-COUNT    PIC S9(9)  COMP-3  VALUE 0.
       77  CATALOG-ADDED-COUNT      PIC S9(9)  COMP-3  VALUE 0.
       77  CATALOG-FAILED-COUNT     PIC S9(9)  COMP-3  VALUE 0.

       01  PURGE-RETURN-CODE        PIC 9(01)  VALUE 0.

           EXEC SQL END DECLARE SECTION END-EXEC.


      *****************************************************************
      * EXEC PARM - the job name for the history events              *
      *****************************************************************
       LINKAGE SECTION.
       01  EMPPURGE-PARM.
           05  PARM-LEN               PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(80).

       PROCEDURE DIVISION USING EMPPURGE-PARM.

       A10000-MAINLINE.

            PERFORM B10000-OPEN-FILES THRU B10000-EXIT.

            IF OK
               PERFORM B12000-OPEN-HISTORY THRU B12000-EXIT
               PERFORM B14000-OPEN-CATALOG THRU B14000-EXIT
               PERFORM B10005-READ-PURGE-CARD THRU B10005-EXIT
               PERFORM B20000-PROCESS-PURGE-EMPNO THRU B20000-EXIT
                  UNTIL PURGE-EOF
            EXIT.


      *****************************************************************
      * Open the shared lifecycle history for append - EXTEND keeps  *
      * every other program's events, with the OUTPUT retry covering *
      * a brand-new dataset - and take the job name the events will  *
      * carry from the PARM.  When EMPHIST isn't allocated the purge *
      * goes on without history, but says so.                        *
      *****************************************************************
       B12000-OPEN-HISTORY.

            OPEN EXTEND HISTORY-FILE.

            IF NOT HISTORY-STATUS-OK
               OPEN OUTPUT HISTORY-FILE
            END-IF.

            IF HISTORY-STATUS-OK
               MOVE 'Y' TO HISTORY-OPEN-SWITCH
            ELSE
               DISPLAY '*** WARNING: LIFECYCLE HISTORY (DD EMPHIST) '
                       'NOT ALLOCATED'
               DISPLAY '*** PURGES THIS RUN WILL NOT APPEAR IN THE '
                       'EMPLOYEE HISTORY'
               GO TO B12000-EXIT
            END-IF.

            IF PARM-LEN > 0
               IF PARM-TEXT (1:1) NOT = SPACE
                  MOVE PARM-TEXT (1:PARM-LEN) TO HISTORY-JOB-NAME
               END-IF
            END-IF.

       B12000-EXIT.
            EXIT.


      *****************************************************************
      * Open the keyed archive catalog and take this run's archive   *
      * generation number from its control record - one more than    *
      * the last purge run's, so it keeps step with the absolute     *
      * generation the GDG gives the new EMPARCHV.  A cluster that   *
      * has never held a record is loaded by an OUTPUT open first.   *
      * When the catalog isn't allocated, or its control record      *
      * cannot be updated, the purge goes on uncatalogued and with   *
      * generation zero in the headers, but says so.                 *
      *****************************************************************
       B14000-OPEN-CATALOG.

            OPEN I-O CATALOG-FILE.

            IF NOT CATALOG-STATUS-OK
               OPEN OUTPUT CATALOG-FILE
               IF CATALOG-STATUS-OK
                  CLOSE CATALOG-FILE
                  OPEN I-O CATALOG-FILE
               END-IF
            END-IF.

            IF NOT CATALOG-STATUS-OK
               DISPLAY '*** WARNING: ARCHIVE CATALOG (DD EMPARCAT) '
                       'NOT ALLOCATED'
               DISPLAY '*** UNLOADS THIS RUN WILL NOT BE CATALOGUED '
                       '- REBUILD WITH EMPCATBL'
               GO TO B14000-EXIT
            END-IF.

            MOVE 'Y' TO CATALOG-OPEN-SWITCH.

            MOVE SPACES     TO CATALOG-REC.
            MOVE LOW-VALUES TO CAT-EMPNO.
            MOVE 0          TO CAT-GENERATION.
            READ CATALOG-FILE.

            IF CATALOG-STATUS-OK
               IF CAT-LAST-GENERATION NUMERIC
                  MOVE CAT-LAST-GENERATION TO ARCHIVE-GENERATION
               END-IF
            ELSE
               IF NOT CATALOG-STATUS-NOTFND
                  GO TO B14000-FAILED
               END-IF
            END-IF.

            IF ARCHIVE-GENERATION = 9999
               MOVE 1 TO ARCHIVE-GENERATION
            ELSE
               ADD 1 TO ARCHIVE-GENERATION
            END-IF.

            MOVE SPACES             TO CATALOG-REC.
            MOVE LOW-VALUES         TO CAT-EMPNO.
            MOVE 0                  TO CAT-GENERATION.
            MOVE ARCHIVE-GENERATION TO CAT-LAST-GENERATION.
            ACCEPT CAT-CONTROL-DATE FROM DATE YYYYMMDD.
            MOVE 'EMPPURGE'         TO CAT-CONTROL-PROGRAM.

            WRITE CATALOG-REC.

            IF CATALOG-STATUS-DUP
               REWRITE CATALOG-REC
            END-IF.

            IF CATALOG-STATUS-OK
               DISPLAY '*** ARCHIVE GENERATION G' ARCHIVE-GENERATION
                       'V00'
               GO TO B14000-EXIT
            END-IF.

       B14000-FAILED.
            DISPLAY '*** WARNING: ARCHIVE CATALOG CONTROL RECORD '
                    'COULD NOT BE UPDATED - STATUS '
                    CATALOG-FILE-STATUS.
            DISPLAY '*** UNLOADS THIS RUN WILL NOT BE CATALOGUED '
                    '- REBUILD WITH EMPCATBL'.
            CLOSE CATALOG-FILE.
            MOVE 'N' TO CATALOG-OPEN-SWITCH.
            MOVE 0   TO ARCHIVE-GENERATION.

       B14000-EXIT.
            EXIT.


       B10005-READ-PURGE-CARD.

            READ PURGE-LIST-FILE

            MOVE HVEMPNO TO AHDR-EMPNO.
            ACCEPT AHDR-DATE FROM DATE YYYYMMDD.
            MOVE ARCHIVE-GENERATION TO AHDR-GENERATION.

            IF NIPSEG-PHOTO < 0
               MOVE 'Y' TO AHDR-PSEG-NULL

            IF SQLCODE = 0
               ADD 1 TO PURGED-COUNT
               PERFORM C35000-LOG-PURGE-EVENT THRU C35000-EXIT
               PERFORM C37000-CATALOG-UNLOAD THRU C37000-EXIT
            ELSE
               SET OUTCOME-FAILED TO TRUE
               ADD 1 TO FAILED-COUNT
            EXIT.


      *****************************************************************
      * Append the PURGE history event for a row just deleted - the  *
      * before lengths are the ones unloaded to the archive, and the *
      * row is gone, so every after length is zero                   *
      *****************************************************************
       C35000-LOG-PURGE-EVENT.

            IF NOT HISTORY-OPEN
               GO TO C35000-EXIT
            END-IF.

            MOVE HVEMPNO            TO HIST-EMPNO.
            MOVE 'PURGE'            TO HIST-EVENT-TYPE.
            ACCEPT HIST-DATE FROM DATE YYYYMMDD.
            ACCEPT HIST-TIME FROM TIME.
            MOVE HISTORY-JOB-NAME   TO HIST-CHANGED-BY.
            MOVE AHDR-PSEG-LENGTH   TO HIST-BEFORE-PSEG.
            MOVE AHDR-BMP-LENGTH    TO HIST-BEFORE-BMP.
            MOVE AHDR-RESUME-LENGTH TO HIST-BEFORE-RESUME.
            MOVE 0                  TO HIST-AFTER-PSEG.
            MOVE 0                  TO HIST-AFTER-BMP.
            MOVE 0                  TO HIST-AFTER-RESUME.

            MOVE HISTORY-EVENT TO HISTORY-REC.
            WRITE HISTORY-REC.

            IF HISTORY-STATUS-OK
               ADD 1 TO HISTORY-WRITTEN-COUNT
            ELSE
               DISPLAY '*** WARNING: HISTORY EVENT FOR ' HVEMPNO
                       ' NOT WRITTEN - STATUS ' HISTORY-FILE-STATUS
            END-IF.

       C35000-EXIT.
            EXIT.


      *****************************************************************
      * Add the catalog entry for a row just deleted - the EMPNO,    *
      * this run's generation, the unload date and the lengths       *
      * unloaded, marked archived.  The same EMPNO twice in one run  *
      * only purges once (the second card finds no row), so a        *
      * duplicate key is a rerun of a generation number and the      *
      * entry is simply replaced.  A failure is reported - the row   *
      * is safely in the archive, and EMPCATBL can recatalogue it.   *
      *****************************************************************
       C37000-CATALOG-UNLOAD.

            IF NOT CATALOG-OPEN
               GO TO C37000-EXIT
            END-IF.

            MOVE SPACES             TO CATALOG-REC.
            MOVE HVEMPNO            TO CAT-EMPNO.
            MOVE ARCHIVE-GENERATION TO CAT-GENERATION.
            MOVE AHDR-DATE          TO CAT-UNLOAD-DATE.
            MOVE AHDR-PSEG-LENGTH   TO CAT-PSEG-LENGTH.
            MOVE AHDR-BMP-LENGTH    TO CAT-BMP-LENGTH.
            MOVE AHDR-RESUME-LENGTH TO CAT-RESUME-LENGTH.
            MOVE 'A'                TO CAT-STATE.
            MOVE 0                  TO CAT-RESTORE-DATE.
            MOVE SPACES             TO CAT-RESTORE-JOB.

            WRITE CATALOG-REC.

            IF CATALOG-STATUS-DUP
               REWRITE CATALOG-REC
            END-IF.

            IF CATALOG-STATUS-OK
               ADD 1 TO CATALOG-ADDED-COUNT
            ELSE
               ADD 1 TO CATALOG-FAILED-COUNT
               DISPLAY '*** WARNING: CATALOG ENTRY FOR ' HVEMPNO
                       ' NOT WRITTEN - STATUS ' CATALOG-FILE-STATUS
            END-IF.

       C37000-EXIT.
            EXIT.


      *****************************************************************
      * One manifest line per purge card: what was unloaded, where   *
      * it stands                                                    *
            DISPLAY '*** ARCHIVED AND DELETED:   ' PURGED-COUNT.
            DISPLAY '*** NO TABLE ROW:           ' NO-ROW-COUNT.
            DISPLAY '*** NOT PURGED:             ' FAILED-COUNT.
            IF HISTORY-OPEN
               DISPLAY '*** HISTORY EVENTS WRITTEN: '
                       HISTORY-WRITTEN-COUNT
            ELSE
               DISPLAY '*** NO HISTORY RECORDED (DD EMPHIST '
                       'NOT ALLOCATED)'
            END-IF.
            IF CATALOG-OPEN
               DISPLAY '*** ARCHIVE GENERATION:     G'
                       ARCHIVE-GENERATION 'V00'
               DISPLAY '*** CATALOG ENTRIES ADDED:  '
                       CATALOG-ADDED-COUNT
               DISPLAY '*** CATALOG ENTRIES FAILED: '
                       CATALOG-FAILED-COUNT
            ELSE
               DISPLAY '*** NOTHING CATALOGUED (DD EMPARCAT '
                       'NOT AVAILABLE)'
            END-IF.
            DISPLAY '**************************************'.

            IF FAILED-COUNT > 0 OR NO-ROW-COUNT > 0
               OR CATALOG-FAILED-COUNT > 0
               MOVE 4 TO PURGE-RETURN-CODE
            END-IF.

            CLOSE PURGE-LIST-FILE.
            CLOSE ARCHIVE-FILE.

            IF HISTORY-OPEN
               CLOSE HISTORY-FILE
            END-IF.

            IF CATALOG-OPEN
               CLOSE CATALOG-FILE
            END-IF.

       B40000-EXIT.
            EXIT.

