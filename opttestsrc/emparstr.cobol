      *       per restore card says what came back and what did not.  *
      *                                                               *
      *       The JCL points EMPARCHV at the generation the employee  *
      *       was purged in (EMPCATLK looks the EMPNO up in the       *
      *       keyed archive catalog and names it), so a rehire is a   *
      *       one-step job instead of a manual DBA ticket.            *
      *                                                               *
      *       Each employee's unload in the archive is a header       *
      *       record (eyecatcher EMPARCHV, EMPNO, unload date, and    *
      *       longer be trusted and the run stops rather than         *
      *       restoring the wrong bytes under the wrong EMPNO.        *
      *                                                               *
      *       Every row re-inserted appends a RESTORE event - the     *
      *       EMPNO, the date and time, the job name, and the lengths *
      *       restored (before lengths zero, the row having been      *
      *       absent) - to the shared lifecycle history dataset on DD *
      *       EMPHIST that EMPHISTQ reports from.  When EMPHIST is    *
      *       not allocated the restore goes on without history,      *
      *       after saying so.                                        *
      *                                                               *
      *       Every row re-inserted also has its entry in the keyed   *
      *       archive catalog on DD EMPARCAT marked restored, with    *
      *       the date and the job name - the entry for the header's  *
      *       archive generation or, for a header written before      *
      *       generations were stamped, the entry with the header's   *
      *       unload date.  When EMPARCAT is not allocated the        *
      *       restore goes on unmarked, after saying so.              *
      *                                                               *
      *       Each column's bytes are also checked, where the header  *
      *       carries checksums, against them - the sum of every byte *
      *       value, recomputed from the gathered segments before the *
      *       INSERT.  A column that does not sum to its header's     *
      *       checksum is not restored.  EMPPURGE headers carry no    *
      *       checksums and are restored on the segment counts alone. *
      *                                                               *
      *       DD EMPARCHV may equally point at an EMPSNAP full-table  *
      *       snapshot, which is written in the same format with each *
      *       header marked as a snapshot unload and carrying those   *
      *       checksums, to bring back a row lost or damaged since    *
      *       the snapshot was taken.  A snapshot is not an archive   *
      *       generation, so no catalog entry is marked for a row     *
      *       restored from one, and its manifest line says so.       *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch job, it does    *
      *             not require GDDM or ISPF.                        *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation.  EXEC PARM:     *
      *                 cols  1 -  8   job name stamped on the        *
      *                                history events and the catalog *
      *                                restore marks; blank or        *
      *                                omitted = EMPARSTR             *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - Message: restore manifest                      *
      *              Return Code = 0004                               *
      *              - some EMPNOs were not restored (no header in    *
      *                this generation, row already in the table, a   *
      *                checksum that does not match, or an unexpected *
      *                SQLCODE); see manifest                         *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPARSTR DB2 Sample Program*
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPRSTRL (restore list       *
      *                                  input), EMPARCHV (archive    *
      *                                  generation input), EMPSUMM   *
      *                                  (shared run-summary          *
      *                                  trailer), EMPHIST (shared    *
      *                                  lifecycle history, appended),*
      *                                  EMPARCAT (keyed archive      *
      *                                  catalog, updated)            *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPARSTR:                                                   *
      *   - For each employee unload on the archive:                  *
      *     - Verify and parse the header record                      *
      *     - When the EMPNO is on the restore list, gather the       *
      *       archived segments into the host variables, check        *
      *       them against any header checksums and INSERT the row,   *
      *       append a RESTORE history event and mark the catalog     *
      *       entry restored (not for a snapshot unload); otherwise   *
      *       skip past the segments                                  *
      *   - Report every restore card whose header was never found    *
      *   - Print the manifest totals and grade the return code       *
      *   End EMPARSTR                                                *
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
      * Keyed VSAM catalog of the archive EMPPURGE adds to - one     *
      * record per employee unload, keyed by EMPNO and archive       *
      * generation; each row restored here has its entry marked      *
      *****************************************************************
           SELECT CATALOG-FILE  ASSIGN TO EMPARCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       01  ARCHIVE-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  ARCHIVE-EOF              VALUE 'Y'.

       01  HISTORY-FILE-STATUS      PIC X(02).
           88  HISTORY-STATUS-OK        VALUE '00'.

       01  HISTORY-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  HISTORY-OPEN             VALUE 'Y'.

       01  CATALOG-FILE-STATUS      PIC X(02).
           88  CATALOG-STATUS-OK        VALUE '00'.

       01  CATALOG-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  CATALOG-OPEN             VALUE 'Y'.

      *****************************************************************
      * The scan along one EMPNO's catalog entries for the one the   *
      * restored unload came from                                    *
      *****************************************************************
       01  CATALOG-MATCH-SWITCH     PIC X(01)  VALUE 'N'.
           88  CATALOG-MATCHED          VALUE 'Y'.

       01  CATALOG-SCAN-END-SWITCH  PIC X(01)  VALUE 'N'.
           88  CATALOG-SCAN-END         VALUE 'Y'.

       01  HEADER-STAMPED-SWITCH    PIC X(01)  VALUE 'N'.
           88  HEADER-STAMPED           VALUE 'Y'.

      *****************************************************************
      * Lifecycle history event, built in storage and appended to    *
      * EMPHIST - the same layout EMPPHLOD, EMPPURGE and DSN8CLPV    *
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
           05  HIST-PROGRAM         PIC X(08)  VALUE 'EMPARSTR'.
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
      * Job name for the history events and the catalog restore      *
      * marks, from the EXEC PARM; the program name when the PARM    *
      * gives none                                                   *
      *****************************************************************
       01  HISTORY-JOB-NAME         PIC X(08)  VALUE 'EMPARSTR'.

      *****************************************************************
      * The restore list held in storage, each entry carrying the    *
      * outcome recorded when (or if) its header is met on the walk  *
           05  AHDR-RESUME-LENGTH   PIC 9(05).
           05  AHDR-RESUME-NULL     PIC X(01).
           05  AHDR-RESUME-SEGMENTS PIC 9(03).
           05  AHDR-GENERATION      PIC 9(04).
           05  AHDR-UNLOAD-TYPE     PIC X(01).
               88  AHDR-SNAPSHOT-UNLOAD VALUE 'S'.
           05  AHDR-PSEG-CHECKSUM   PIC 9(09).
           05  AHDR-BMP-CHECKSUM    PIC 9(09).
           05  AHDR-RESUME-CHECKSUM PIC 9(09).
           05  FILLER               PIC X(4007).

      *****************************************************************
      * Capacity of the LOB host variables and table columns - a     *
           88  GATHER-GOOD              VALUE 'Y'.
           88  GATHER-BAD               VALUE 'N'.

      *****************************************************************
      * Column checksum recomputed from the gathered bytes the same  *
      * way EMPSNAP computed it - the sum of the byte values, each   *
      * read through the halfword with a LOW-VALUE pad byte - for    *
      * compare with the checksum a snapshot header carries.  An     *
      * EMPPURGE header carries none (spaces) and is not checked.    *
      *****************************************************************
       01  COLUMN-CHECKSUM          PIC S9(9)  COMP  VALUE 0.
       01  CSUM-POSITION            PIC S9(9)  COMP  VALUE 0.
       01  CSUM-PAIR.
           05  FILLER               PIC X(01)  VALUE LOW-VALUE.
           05  CSUM-CHAR            PIC X(01).
       01  CSUM-HALFWORD  REDEFINES CSUM-PAIR
                                    PIC 9(04)  COMP.

       01  CHECKSUM-GOOD-SWITCH     PIC X(01)  VALUE 'Y'.
           88  CHECKSUM-GOOD            VALUE 'Y'.
           88  CHECKSUM-BAD             VALUE 'N'.

       01  CHECKSUM-COLUMN          PIC X(06)  VALUE SPACES.

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  NO-HEADER-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  DUP-ROW-COUNT            PIC S9(9)  COMP-3  VALUE 0.
       77  FAILED-COUNT             PIC S9(9)  COMP-3  VALUE 0.
       77  HISTORY-WRITTEN-COUNT    PIC S9(9)  COMP-3  VALUE 0.
       77  CATALOG-MARKED-COUNT     PIC S9(9)  COMP-3  VALUE 0.
       77  CATALOG-UNMARKED-COUNT   PIC S9(9)  COMP-3  VALUE 0.

       01  RESTORE-RETURN-CODE      PIC 9(01)  VALUE 0.

           EXEC SQL END DECLARE SECTION END-EXEC.


      *****************************************************************
      * EXEC PARM - the job name for the history events and the      *
      * catalog restore marks                                        *
      *****************************************************************
       LINKAGE SECTION.
       01  EMPARSTR-PARM.
           05  PARM-LEN               PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(80).

       PROCEDURE DIVISION USING EMPARSTR-PARM.

       A10000-MAINLINE.

            PERFORM B10000-OPEN-FILES THRU B10000-EXIT.

            IF OK
               PERFORM B11000-GET-JOB-NAME THRU B11000-EXIT
               PERFORM B12000-OPEN-HISTORY THRU B12000-EXIT
               PERFORM B14000-OPEN-CATALOG THRU B14000-EXIT
               PERFORM B15000-LOAD-RESTORE-LIST THRU B15000-EXIT
               PERFORM B20000-WALK-ARCHIVE THRU B20000-EXIT
               PERFORM B40000-CLOSE-FILES THRU B40000-EXIT
            EXIT.


      *****************************************************************
      * Take the job name the history events and the catalog         *
      * restore marks will carry from the PARM, when it gives one    *
      *****************************************************************
       B11000-GET-JOB-NAME.

            IF PARM-LEN > 0
               IF PARM-TEXT (1:1) NOT = SPACE
                  MOVE PARM-TEXT (1:PARM-LEN) TO HISTORY-JOB-NAME
               END-IF
            END-IF.

       B11000-EXIT.
            EXIT.


      *****************************************************************
      * Open the shared lifecycle history for append - EXTEND keeps  *
      * every other program's events, with the OUTPUT retry covering *
      * a brand-new dataset.  When EMPHIST isn't allocated the       *
      * restore goes on without history, but says so.                *
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
               DISPLAY '*** RESTORES THIS RUN WILL NOT APPEAR IN THE '
                       'EMPLOYEE HISTORY'
            END-IF.

       B12000-EXIT.
            EXIT.


      *****************************************************************
      * Open the keyed archive catalog for update.  When EMPARCAT    *
      * isn't allocated the restore goes on, but says so - the       *
      * restored entries stay marked archived until EMPCATBL         *
      * rebuilds the catalog from the archive and the history.       *
      *****************************************************************
       B14000-OPEN-CATALOG.

            OPEN I-O CATALOG-FILE.

            IF CATALOG-STATUS-OK
               MOVE 'Y' TO CATALOG-OPEN-SWITCH
            ELSE
               DISPLAY '*** WARNING: ARCHIVE CATALOG (DD EMPARCAT) '
                       'NOT ALLOCATED'
               DISPLAY '*** RESTORES THIS RUN WILL NOT BE MARKED IN '
                       'THE CATALOG'
            END-IF.

       B14000-EXIT.
            EXIT.


      *****************************************************************
      * Load the restore list EMPNOs into storage, each entry        *
      * waiting for its header to be met on the archive walk         *
               GO TO C10000-EXIT
            END-IF.

            PERFORM C10500-VERIFY-CHECKSUMS THRU C10500-EXIT.

            IF CHECKSUM-BAD
               MOVE 'F' TO RESTORE-OUTCOME (RESTORE-IX)
               ADD 1 TO FAILED-COUNT
               DISPLAY '*** ' AHDR-EMPNO ' NOT RESTORED - '
                       CHECKSUM-COLUMN ' CHECKSUM DOES NOT MATCH '
                       'THE HEADER'
               GO TO C10000-EXIT
            END-IF.

            MOVE AHDR-EMPNO TO HVEMPNO.

            EXEC SQL INSERT INTO EMP_PHOTO_RESUME
            IF SQLCODE = 0
               MOVE 'R' TO RESTORE-OUTCOME (RESTORE-IX)
               ADD 1 TO RESTORED-COUNT
               IF AHDR-SNAPSHOT-UNLOAD
                  DISPLAY '*** ' AHDR-EMPNO ' RESTORED FROM SNAPSHOT'
                          ' OF ' AHDR-DATE ' (PSEG ' AHDR-PSEG-LENGTH
                          ' BMP ' AHDR-BMP-LENGTH
                          ' RESUME ' AHDR-RESUME-LENGTH ')'
               ELSE
                  DISPLAY '*** ' AHDR-EMPNO ' RESTORED FROM UNLOAD OF '
                          AHDR-DATE ' (PSEG ' AHDR-PSEG-LENGTH
                          ' BMP ' AHDR-BMP-LENGTH
                          ' RESUME ' AHDR-RESUME-LENGTH ')'
               END-IF
               PERFORM C15000-LOG-RESTORE-EVENT THRU C15000-EXIT
               PERFORM C16000-MARK-CATALOG-ENTRY THRU C16000-EXIT
            ELSE
               IF SQLCODE = -803
                  MOVE 'D' TO RESTORE-OUTCOME (RESTORE-IX)
            EXIT.


      *****************************************************************
      * Recompute each gathered column's checksum and compare it     *
      * with the one the header carries.  Only a snapshot header has *
      * numeric checksums; an EMPPURGE header's are spaces and its   *
      * unload is restored on the segment count check alone.  A NULL *
      * column carries a zero checksum and has no bytes to sum.      *
      *****************************************************************
       C10500-VERIFY-CHECKSUMS.

            SET CHECKSUM-GOOD TO TRUE.

            IF AHDR-PSEG-CHECKSUM NOT NUMERIC
               OR AHDR-BMP-CHECKSUM NOT NUMERIC
               OR AHDR-RESUME-CHECKSUM NOT NUMERIC
               GO TO C10500-EXIT
            END-IF.

            MOVE 0 TO COLUMN-CHECKSUM.
            IF AHDR-PSEG-NULL = 'N'
               PERFORM C10510-ADD-PSEG-BYTE THRU C10510-EXIT
                  VARYING CSUM-POSITION FROM 1 BY 1
                  UNTIL CSUM-POSITION > HVPSEG-PHOTO-LENGTH
            END-IF.
            IF COLUMN-CHECKSUM NOT = AHDR-PSEG-CHECKSUM
               SET CHECKSUM-BAD TO TRUE
               MOVE 'PSEG' TO CHECKSUM-COLUMN
               GO TO C10500-EXIT
            END-IF.

            MOVE 0 TO COLUMN-CHECKSUM.
            IF AHDR-BMP-NULL = 'N'
               PERFORM C10520-ADD-BMP-BYTE THRU C10520-EXIT
                  VARYING CSUM-POSITION FROM 1 BY 1
                  UNTIL CSUM-POSITION > HVBMP-PHOTO-LENGTH
            END-IF.
            IF COLUMN-CHECKSUM NOT = AHDR-BMP-CHECKSUM
               SET CHECKSUM-BAD TO TRUE
               MOVE 'BMP' TO CHECKSUM-COLUMN
               GO TO C10500-EXIT
            END-IF.

            MOVE 0 TO COLUMN-CHECKSUM.
            IF AHDR-RESUME-NULL = 'N'
               PERFORM C10530-ADD-RESUME-BYTE THRU C10530-EXIT
                  VARYING CSUM-POSITION FROM 1 BY 1
                  UNTIL CSUM-POSITION > HVRESUME-LENGTH
            END-IF.
            IF COLUMN-CHECKSUM NOT = AHDR-RESUME-CHECKSUM
               SET CHECKSUM-BAD TO TRUE
               MOVE 'RESUME' TO CHECKSUM-COLUMN
            END-IF.

       C10500-EXIT.
            EXIT.


       C10510-ADD-PSEG-BYTE.

            MOVE HVPSEG-PHOTO-DATA (CSUM-POSITION : 1) TO CSUM-CHAR.
            ADD CSUM-HALFWORD TO COLUMN-CHECKSUM.

       C10510-EXIT.
            EXIT.


       C10520-ADD-BMP-BYTE.

            MOVE HVBMP-PHOTO-DATA (CSUM-POSITION : 1) TO CSUM-CHAR.
            ADD CSUM-HALFWORD TO COLUMN-CHECKSUM.

       C10520-EXIT.
            EXIT.


       C10530-ADD-RESUME-BYTE.

            MOVE HVRESUME-DATA (CSUM-POSITION : 1) TO CSUM-CHAR.
            ADD CSUM-HALFWORD TO COLUMN-CHECKSUM.

       C10530-EXIT.
            EXIT.


      *****************************************************************
      * Append the RESTORE history event for a row just re-inserted  *
      * - the INSERT only succeeds when no row was there, so every   *
      * before length is zero, and the after lengths are the ones    *
      * the archive header carried                                   *
      *****************************************************************
       C15000-LOG-RESTORE-EVENT.

            IF NOT HISTORY-OPEN
               GO TO C15000-EXIT
            END-IF.

            MOVE AHDR-EMPNO         TO HIST-EMPNO.
            MOVE 'RESTORE'          TO HIST-EVENT-TYPE.
            ACCEPT HIST-DATE FROM DATE YYYYMMDD.
            ACCEPT HIST-TIME FROM TIME.
            MOVE HISTORY-JOB-NAME   TO HIST-CHANGED-BY.
            MOVE 0                  TO HIST-BEFORE-PSEG.
            MOVE 0                  TO HIST-BEFORE-BMP.
            MOVE 0                  TO HIST-BEFORE-RESUME.
            MOVE AHDR-PSEG-LENGTH   TO HIST-AFTER-PSEG.
            MOVE AHDR-BMP-LENGTH    TO HIST-AFTER-BMP.
            MOVE AHDR-RESUME-LENGTH TO HIST-AFTER-RESUME.

            MOVE HISTORY-EVENT TO HISTORY-REC.
            WRITE HISTORY-REC.

            IF HISTORY-STATUS-OK
               ADD 1 TO HISTORY-WRITTEN-COUNT
            ELSE
               DISPLAY '*** WARNING: HISTORY EVENT FOR ' AHDR-EMPNO
                       ' NOT WRITTEN - STATUS ' HISTORY-FILE-STATUS
            END-IF.

       C15000-EXIT.
            EXIT.


      *****************************************************************
      * Mark the catalog entry for the unload just restored: scan    *
      * the EMPNO's entries (keyed EMPNO then generation) for the    *
      * header's archive generation - or, for a header written with  *
      * no generation stamped, for the header's unload date - and    *
      * mark it restored with today's date and the job name.  An     *
      * entry not found is reported; EMPCATBL can put it right.  A   *
      * snapshot unload is not an archive generation and has no      *
      * catalog entry to mark.                                       *
      *****************************************************************
       C16000-MARK-CATALOG-ENTRY.

            IF NOT CATALOG-OPEN OR AHDR-SNAPSHOT-UNLOAD
               GO TO C16000-EXIT
            END-IF.

            MOVE 'N' TO CATALOG-MATCH-SWITCH.
            MOVE 'N' TO CATALOG-SCAN-END-SWITCH.
            MOVE 'N' TO HEADER-STAMPED-SWITCH.

            IF AHDR-GENERATION NUMERIC
               IF AHDR-GENERATION > 0
                  MOVE 'Y' TO HEADER-STAMPED-SWITCH
               END-IF
            END-IF.

            MOVE AHDR-EMPNO TO CAT-EMPNO.
            MOVE 0          TO CAT-GENERATION.
            START CATALOG-FILE KEY IS NOT LESS THAN CAT-KEY.

            IF CATALOG-STATUS-OK
               PERFORM C16010-CHECK-CATALOG-ENTRY THRU C16010-EXIT
                  UNTIL CATALOG-MATCHED OR CATALOG-SCAN-END
            END-IF.

            IF NOT CATALOG-MATCHED
               ADD 1 TO CATALOG-UNMARKED-COUNT
               DISPLAY '*** WARNING: NO CATALOG ENTRY FOR ' AHDR-EMPNO
                       ' UNLOAD OF ' AHDR-DATE ' - NOT MARKED'
               GO TO C16000-EXIT
            END-IF.

            MOVE 'R' TO CAT-STATE.
            ACCEPT CAT-RESTORE-DATE FROM DATE YYYYMMDD.
            MOVE HISTORY-JOB-NAME TO CAT-RESTORE-JOB.
            REWRITE CATALOG-REC.

            IF CATALOG-STATUS-OK
               ADD 1 TO CATALOG-MARKED-COUNT
            ELSE
               ADD 1 TO CATALOG-UNMARKED-COUNT
               DISPLAY '*** WARNING: CATALOG ENTRY FOR ' AHDR-EMPNO
                       ' NOT MARKED - STATUS ' CATALOG-FILE-STATUS
            END-IF.

       C16000-EXIT.
            EXIT.


       C16010-CHECK-CATALOG-ENTRY.

            READ CATALOG-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO CATALOG-SCAN-END-SWITCH
            END-READ.

            IF CATALOG-SCAN-END
               GO TO C16010-EXIT
            END-IF.

            IF NOT CATALOG-STATUS-OK OR CAT-EMPNO NOT = AHDR-EMPNO
               MOVE 'Y' TO CATALOG-SCAN-END-SWITCH
               GO TO C16010-EXIT
            END-IF.

            IF HEADER-STAMPED
               IF CAT-GENERATION = AHDR-GENERATION
                  MOVE 'Y' TO CATALOG-MATCH-SWITCH
               END-IF
            ELSE
               IF CAT-UNLOAD-DATE = AHDR-DATE
                  MOVE 'Y' TO CATALOG-MATCH-SWITCH
               END-IF
            END-IF.

       C16010-EXIT.
            EXIT.


      *****************************************************************
      * Gather (or skim) the three columns' archived segments in the *
      * order EMPPURGE unloaded them: PSEG, then BMP, then RESUME.   *
            DISPLAY '*** NO UNLOAD IN ARCHIVE:   ' NO-HEADER-COUNT.
            DISPLAY '*** ROW ALREADY IN TABLE:   ' DUP-ROW-COUNT.
            DISPLAY '*** FAILED:                 ' FAILED-COUNT.
            IF HISTORY-OPEN
               DISPLAY '*** HISTORY EVENTS WRITTEN: '
                       HISTORY-WRITTEN-COUNT
            ELSE
               DISPLAY '*** NO HISTORY RECORDED (DD EMPHIST '
                       'NOT ALLOCATED)'
            END-IF.
            IF CATALOG-OPEN
               DISPLAY '*** CATALOG ENTRIES MARKED: '
                       CATALOG-MARKED-COUNT
               DISPLAY '*** CATALOG NOT MARKED:     '
                       CATALOG-UNMARKED-COUNT
            ELSE
               DISPLAY '*** NOTHING MARKED IN CATALOG (DD EMPARCAT '
                       'NOT ALLOCATED)'
            END-IF.
            DISPLAY '**************************************'.

            IF RESTORE-RETURN-CODE = 0
               IF NO-HEADER-COUNT > 0 OR DUP-ROW-COUNT > 0
                  OR FAILED-COUNT > 0 OR CATALOG-UNMARKED-COUNT > 0
                  MOVE 4 TO RESTORE-RETURN-CODE
               END-IF
            END-IF.
            CLOSE RESTORE-LIST-FILE.
            CLOSE ARCHIVE-FILE.

            IF HISTORY-OPEN
               CLOSE HISTORY-FILE
            END-IF.

            IF CATALOG-OPEN
               CLOSE CATALOG-FILE
            END-IF.

       B40000-EXIT.
            EXIT.

