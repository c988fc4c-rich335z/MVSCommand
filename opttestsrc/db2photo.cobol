      *        - the whole roster of EMPNOs on DD EMPROSTR, for an    *
      *          overnight batch run of the full employee roster,     *
      *          with checkpoint/restart via DD EMPRSTRT.             *
      *        - one EMPNO-range partition of that roster, so several *
      *          copies can share the month-end run side by side;     *
      *          each keeps its own checkpoint, summary trailer,      *
      *          slice of the fingerprint output and partition        *
      *          control record (DD EMPPCTL), and EMPRMERG puts the   *
      *          partitions back together.                            *
      *       SQL failures are written to the persistent audit log on *
      *       DD EMPAUDIT in addition to being displayed.              *
      *       The photo-distribution consent register (DD EMPCONSR)   *
      *       is honored before any BMP leaves the program: an        *
      *       employee with an active restriction gets no EMPBMP      *
      *       export, and one whose restriction bars every site (no   *
      *       off-site use, or a full hold) is left out of the        *
      *       EMPBMPAR archive rebuild.  The register is maintained   *
      *       with action C on the ISPF selection list.               *
      *       Every resume saved from the on-screen edit appends a    *
      *       RESEDIT event - the EMPNO, the date and time, the TSO   *
      *       userid, and the column lengths before and after - to    *
      *       the shared lifecycle history dataset on DD EMPHIST that *
      *       EMPPHLOD, EMPPURGE and EMPARSTR also append to and      *
      *       EMPHISTQ reports from.                                  *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies:                                               *
      *              prior run (see the fingerprint datasets); FULL   *
      *              forces every roster employee to be processed,    *
      *              for the month-end everything run.                *
      *              A roster PARM may also carry PART=nn,llllll-     *
      *              hhhhhh (say 'ROSTER FULL PART=02,300000-599999'):*
      *              partition nn (01-99) of a partitioned run, which *
      *              processes only the roster EMPNOs from llllll     *
      *              through hhhhhh and writes only that range's      *
      *              fingerprints to EMPFNGRO.                        *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - Message: none                                  *
      *              the scheduler can react without reading SYSOUT:  *
      *                 0000 - every roster employee processed OK     *
      *                 0004 - some employees failed (see the end-of- *
      *                        run totals block and DD EMPSUMM), or   *
      *                        the consent register would not open    *
      *                        and the archive was left untouched     *
      *                 0008 - nothing was processed, the roster      *
      *                        would not open, or the PARM partition  *
      *                        is not valid                           *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: DSN8CLPV DB2 Sample Program*
      *                                 (photo fingerprints from the  *
      *                                 prior roster run / to the     *
      *                                 next one), EMPBMPAR (keyed    *
      *                                 VSAM archive of BMP photos),  *
      *                                 EMPCONSR (keyed VSAM photo-   *
      *                                 distribution consent register)*
      *                                 EMPHIST (shared lifecycle     *
      *                                 history, appended),           *
      *                                 EMPPCTL (partition control    *
      *                                 record, partitioned roster    *
      *                                 runs only)                    *
      *                                                               *
      *  Pseudocode:                                                  *
      *   DSN8CLPV:                                                   *
      *     accumulating control totals as it goes, then print the    *
      *     end-of-run totals block, write the summary trailer to     *
      *     DD EMPSUMM and grade the return code                      *
      *   - A partitioned roster run passes over the roster EMPNOs    *
      *     outside its range, writes only its own fingerprint slice, *
      *     and records its range and totals on DD EMPPCTL (marked    *
      *     started at the top, finished at the end) for EMPRMERG     *
      *   - Else if single-EMPNO batch mode, process that one EMPNO   *
      *   - Else (interactive), do until the user indicates           *
      *     termination:                                              *
      *     panel DSN8SSR: the RESUME text in a scrollable edit     *
      *     area, written back to the CLOB on Enter (the photo      *
      *     columns are never touched) with the change noted to    *
      *     the EMPAUDIT log and a RESEDIT event appended to the   *
      *     EMPHIST history; END leaves without saving             *
      *   - action C on a row opens the consent maintenance panel  *
      *     DSN8SSC: the employee's photo-distribution restriction *
      *     (type, effective/expiry dates, requested-by, site      *
      *     codes) is shown, and Enter adds, changes or - with D   *
      *     in the delete field - removes it on DD EMPCONSR, noted *
      *     to the EMPAUDIT log with the TSO userid                *
      *   - fall back to the old single-field prompt panel DSN8SSE   *
      *     when the selection table cannot be built                 *
      *   End GETEMPLNUM                                             *
      *   SHOWEMPLPHOTO:                                              *
      *   - Use GDDM calls to format and display the PSEG image, or   *
      *     export the BMP image to DD EMPBMP for a non-GDDM site     *
      *   - Check the consent register before the BMP export or      *
      *     archive: any active restriction withholds the export;    *
      *     one barring every site voids the employee's archive      *
      *     header so EMPBMPGT cannot serve an earlier copy          *
      *   End SHOWEMPLPHOTO                                           *
      *                                                               *
      *   D31100-CHECK-SQLCODE                                        *
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS ARCHIVE-FILE-STATUS.

      *****************************************************************
      * Keyed VSAM photo-distribution consent register - one record  *
      * per restricted employee, keyed by EMPNO, giving the kind of  *
      * restriction (no off-site use, named site codes only barred,  *
      * or a full hold), the effective and expiry dates and who      *
      * asked for it.  Read before any BMP is exported or archived;  *
      * maintained from the ISPF selection list with action C.       *
      *****************************************************************
           SELECT CONSENT-REGISTER-FILE  ASSIGN TO EMPCONSR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONS-EMPNO
               FILE STATUS IS CONSENT-FILE-STATUS.

      *****************************************************************
      * Persistent audit log of SQL failures encountered while        *
      * looking up an employee's photo/resume                         *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

      *****************************************************************
      * Shared employee lifecycle history - one event record per     *
      * change to an EMP_PHOTO_RESUME row, appended by every program *
      * that changes one, read by EMPHISTQ                           *
      *****************************************************************
           SELECT HISTORY-FILE  ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

      *****************************************************************
      * SYSIN card giving the EMPNO for a scheduled batch run when    *
      * the EXEC PARM was not used                                    *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FNGR-OUT-STATUS.

      *****************************************************************
      * Partition control record for a partitioned roster run - the  *
      * partition's number, EMPNO range and control totals.  It is   *
      * written marked started when the partition begins and         *
      * rewritten marked finished at the end, so EMPRMERG can tell a *
      * partition that never got to the end from one that did.  The  *
      * JCL gives each partition its own dataset and concatenates    *
      * them all on the merge step.                                  *
      *****************************************************************
           SELECT PARTITION-CONTROL-FILE  ASSIGN TO EMPPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.



       DATA DIVISION.
           05  FNGRO-DATE           PIC 9(08).
           05  FILLER               PIC X(05).

       FD  PARTITION-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-CONTROL-REC.
           05  PCTL-PROGRAM         PIC X(08).
           05  FILLER               PIC X(01).
           05  PCTL-PARTITION       PIC 9(02).
           05  FILLER               PIC X(01).
           05  PCTL-LOW-EMPNO       PIC X(06).
           05  FILLER               PIC X(01).
           05  PCTL-HIGH-EMPNO      PIC X(06).
           05  FILLER               PIC X(01).
           05  PCTL-STATE           PIC X(01).
      *        S - started, C - finished, O - roster would not open
           05  FILLER               PIC X(01).
           05  PCTL-DATE            PIC 9(08).
           05  FILLER               PIC X(01).
           05  PCTL-TIME            PIC 9(08).
           05  FILLER               PIC X(01).
           05  PCTL-FULL-RUN        PIC X(01).
           05  FILLER               PIC X(01).
           05  PCTL-RETURN-CODE     PIC 9(01).
           05  FILLER               PIC X(01).
           05  PCTL-READ-COUNT      PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-OK-COUNT        PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-FAILED-COUNT    PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-NO-ROW-COUNT    PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-NO-PSEG-COUNT   PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-PSEG-SIZE-COUNT PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-OTHER-SQL-COUNT PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-SKIPPED-COUNT   PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-UNCHANGED-COUNT PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-SUSPENDED-COUNT PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-ARCHIVE-FAIL-COUNT
                                    PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-WITHHELD-COUNT  PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-UNCHECKED-COUNT PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-OUTSIDE-COUNT   PIC 9(07).
           05  FILLER               PIC X(01).
           05  PCTL-FNGR-COUNT      PIC 9(07).
           05  FILLER               PIC X(31).

       FD  RUN-SUMMARY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
               10  ARCH-HDR-SEGMENTS PIC 9(03).
               10  FILLER           PIC X(4084).

       FD  CONSENT-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONSENT-REC.
           05  CONS-EMPNO           PIC X(06).
           05  FILLER               PIC X(01).
           05  CONS-TYPE            PIC X(01).
               88  CONS-NO-OFFSITE      VALUE 'O'.
               88  CONS-NAMED-SITES     VALUE 'S'.
               88  CONS-FULL-HOLD       VALUE 'H'.
           05  FILLER               PIC X(01).
           05  CONS-EFFECTIVE-DATE  PIC 9(08).
           05  FILLER               PIC X(01).
           05  CONS-EXPIRY-DATE     PIC 9(08).
      *        zero - the restriction stands until it is removed
           05  FILLER               PIC X(01).
           05  CONS-REQUESTED-BY    PIC X(20).
           05  FILLER               PIC X(01).
           05  CONS-SITE-LIST.
               10  CONS-SITE        PIC X(08)  OCCURS 5 TIMES.
           05  FILLER               PIC X(01).
           05  CONS-UPDATED-DATE    PIC 9(08).
           05  FILLER               PIC X(01).
           05  CONS-UPDATED-BY      PIC X(08).
           05  FILLER               PIC X(14).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  AUDIT-MESSAGE        PIC X(50).

       FD  HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REC              PIC X(120).


       WORKING-STORAGE SECTION.                                                 
                                                                                
       01  EMPLACTION   PIC X(8)   VALUE 'D8ACTION'.
       01  EMPLRESTXT   PIC X(8)   VALUE 'D8RESTXT'.
       01  ZUSERVAR     PIC X(8)   VALUE 'ZUSER   '.
       01  DSN8SSC      PIC X(8)   VALUE 'DSN8SSC '.
       01  EMPLCTYPE    PIC X(8)   VALUE 'D8CTYPE '.
       01  EMPLCEFF     PIC X(8)   VALUE 'D8CEFF  '.
       01  EMPLCEXP     PIC X(8)   VALUE 'D8CEXP  '.
       01  EMPLCREQBY   PIC X(8)   VALUE 'D8CREQBY'.
       01  EMPLCSITES   PIC X(8)   VALUE 'D8CSITES'.
       01  EMPLCDEL     PIC X(8)   VALUE 'D8CDEL  '.
       01  EMPLCMSG     PIC X(8)   VALUE 'D8CMSG  '.
       01  TBKEYLIST    PIC X(10)  VALUE '(D8EMNUMB)'.
       01  TBNAMELIST   PIC X(32)
                        VALUE '(D8PSEGF D8BMPF D8RESF D8ACTION)'.
       01  SIX          PIC 9(06)  COMP VALUE 06.
       01  EIGHT        PIC 9(06)  COMP VALUE 8.
       01  EDITLEN      PIC 9(06)  COMP VALUE 5120.
       01  TWENTY       PIC 9(06)  COMP VALUE 20.
       01  FORTY        PIC 9(06)  COMP VALUE 40.
       01  SIXTY        PIC 9(06)  COMP VALUE 60.
       01  DB2IO-COMMAND    PIC X(35).                                          
       01  KEEPVIEWING  PIC XXX.
       01  D8EMNUMB     PIC X(6).
       01  EDIT-DONE-SWITCH         PIC X(01)  VALUE 'N'.
           88  EDIT-DONE                VALUE 'Y'.

      *****************************************************************
      * Consent maintenance reached with action C on the selection   *
      * table: the fields shown on panel DSN8SSC, the delete flag,   *
      * the message line, and the edit bookkeeping                   *
      *****************************************************************
       01  D8CTYPE      PIC X(1).
       01  D8CEFF       PIC X(8).
       01  D8CEXP       PIC X(8).
       01  D8CREQBY     PIC X(20).
       01  D8CSITES     PIC X(40).
       01  D8CDEL       PIC X(1).
       01  D8CMSG       PIC X(60).

       01  CONSENT-ON-FILE-SWITCH   PIC X(01)  VALUE 'N'.
           88  CONSENT-ON-FILE          VALUE 'Y'.

       01  CONSENT-EDIT-DATE        PIC X(08).
       01  CONSENT-EDIT-DATE-PARTS  REDEFINES CONSENT-EDIT-DATE.
           05  CONSENT-EDIT-YEAR    PIC 9(04).
           05  CONSENT-EDIT-MONTH   PIC 9(02).
           05  CONSENT-EDIT-DAY     PIC 9(02).
       01  CONSENT-EDIT-NUMBER      REDEFINES CONSENT-EDIT-DATE
                                    PIC 9(08).
       01  CONSENT-EDIT-INTEGER     PIC S9(9)  COMP  VALUE 0.

       01  CONSENT-EDIT-SWITCH      PIC X(01)  VALUE 'Y'.
           88  CONSENT-EDIT-OK          VALUE 'Y'.
           88  CONSENT-EDIT-BAD         VALUE 'N'.

       01  CONSENT-EDIT-EFFECTIVE   PIC 9(08)  VALUE 0.
       01  CONSENT-EDIT-EXPIRY      PIC 9(08)  VALUE 0.

      *****************************************************************
      * State of the employee selection table: not yet built, built  *
      * and usable, or unbuildable this session (fall back to the    *

       01  LAST-CHECKPOINT-EMPNO    PIC X(06)  VALUE SPACES.

      *****************************************************************
      * EMPNO-range partition for a partitioned roster run, from     *
      * PART=nn,llllll-hhhhhh on the roster PARM.  A PARM that asks  *
      * for a partition but does not give a usable one stops the     *
      * run rather than letting it process the whole roster          *
      * alongside the other partitions.                              *
      *****************************************************************
       01  PARTITION-SWITCH         PIC X(01)  VALUE 'N'.
           88  PARTITION-RUN            VALUE 'Y'.

       01  PARTITION-PARM-SWITCH    PIC X(01)  VALUE 'Y'.
           88  PARTITION-PARM-OK        VALUE 'Y'.
           88  PARTITION-PARM-BAD       VALUE 'N'.

       01  PART-KEYWORD-TALLY       PIC S9(4)  COMP  VALUE 0.
       01  PART-KEYWORD-OFFSET      PIC S9(4)  COMP  VALUE 0.

       01  PARTITION-SPEC.
           05  PSPEC-NUMBER         PIC X(02).
           05  PSPEC-COMMA          PIC X(01).
           05  PSPEC-LOW-EMPNO      PIC X(06).
           05  PSPEC-DASH           PIC X(01).
           05  PSPEC-HIGH-EMPNO     PIC X(06).

       01  PARTITION-NUMBER         PIC 9(02)  VALUE 0.
       01  PART-LOW-EMPNO           PIC X(06)  VALUE SPACES.
       01  PART-HIGH-EMPNO          PIC X(06)  VALUE SPACES.

       01  PARTITION-STATE          PIC X(01)  VALUE 'S'.

       01  PARTITION-CONTROL-STATUS PIC X(02).
           88  PARTITION-CONTROL-OK     VALUE '00'.

       01  ROSTER-REC-SWITCH        PIC X(01)  VALUE 'Y'.
           88  ROSTER-REC-IN-PARTITION  VALUE 'Y'.

       77  ROSTER-OUTSIDE-COUNT     PIC S9(7)  COMP-3  VALUE 0.
       77  FNGR-WRITTEN-COUNT       PIC S9(7)  COMP-3  VALUE 0.

      *****************************************************************
      * Control totals accumulated by the batch roster run and       *
      * printed as the end-of-run totals block; the failure counts   *
      *    stale record left under that key is what EMPBMPGT would
      *    otherwise deliver as if it were current

      *****************************************************************
      * Status of CONSENT-REGISTER-FILE, the photo-distribution      *
      * consent register, and the verdict of the last consent check: *
      * free to ship, barred from every site (voids the archive      *
      * header), barred from named sites only (the archive keeps it  *
      * and EMPBMPGT checks each request's site), or unchecked       *
      * because the register is not open - a BMP is never shipped on *
      * an unchecked consent, but the archive is left as it stands   *
      * rather than voided wholesale.                                *
      *****************************************************************
       01  CONSENT-FILE-STATUS      PIC X(02).
           88  CONSENT-STATUS-OK        VALUE '00'.
           88  CONSENT-STATUS-NOTFND    VALUE '23'.

       01  CONSENT-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  CONSENT-OPEN             VALUE 'Y'.

       01  CONSENT-STATE            PIC X(01)  VALUE 'F'.
           88  CONSENT-FREE             VALUE 'F'.
           88  CONSENT-ALL-SITES        VALUE 'A'.
           88  CONSENT-SOME-SITES       VALUE 'S'.
           88  CONSENT-UNCHECKED        VALUE 'U'.

       01  CONSENT-TODAY            PIC 9(08)  VALUE 0.

       77  CONSENT-WITHHELD-COUNT   PIC S9(7)  COMP-3  VALUE 0.
       77  CONSENT-UNCHECKED-COUNT  PIC S9(7)  COMP-3  VALUE 0.

      *****************************************************************
      * Status of AUDIT-LOG-FILE, the persistent SQL-failure log      *
      *****************************************************************
      *    a real SQLCODE of 0 never rides along on a record that is
      *    not actually reporting a successful SQL call

      *****************************************************************
      * Status of HISTORY-FILE, the shared lifecycle history         *
      *****************************************************************
       01  HISTORY-FILE-STATUS      PIC X(02).
           88  HISTORY-STATUS-OK        VALUE '00'.

       01  HISTORY-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  HISTORY-OPEN             VALUE 'Y'.

      *****************************************************************
      * Lifecycle history event, built in storage and appended to    *
      * EMPHIST - the same layout EMPPHLOD, EMPPURGE and EMPARSTR    *
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
           05  HIST-PROGRAM         PIC X(08)  VALUE 'DSN8CLPV'.
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
      * Buffer for receiving SQL error messages
      *****************************************************************
       01  HVPSEG-FLAG   PIC X(1).
       01  HVBMP-FLAG    PIC X(1).
       01  HVRES-FLAG    PIC X(1).
      *****************************************************************
      * Column lengths of the row being edited, for the history      *
      * event's before lengths                                       *
      *****************************************************************
       01  HVHIST-PSEG-LENGTH    PIC S9(9) COMP-4 VALUE 0.
       01  NIHIST-PSEG           PIC S9(4) COMP-4 VALUE 0.
       01  HVHIST-BMP-LENGTH     PIC S9(9) COMP-4 VALUE 0.
       01  NIHIST-BMP            PIC S9(4) COMP-4 VALUE 0.
       01  HVHIST-RESUME-LENGTH  PIC S9(9) COMP-4 VALUE 0.
       01  NIHIST-RESUME         PIC S9(4) COMP-4 VALUE 0.
           EXEC SQL END DECLARE SECTION END-EXEC.

      *****************************************************************

            PERFORM A10009-OPEN-BMP-ARCHIVE THRU A10009-EXIT.

            PERFORM A10011-OPEN-CONSENT-REGISTER THRU A10011-EXIT.

            PERFORM A10013-OPEN-HISTORY THRU A10013-EXIT.

            EVALUATE TRUE
               WHEN RUN-MODE-ROSTER
      ***********************************************************

            PERFORM A10010-CLOSE-BMP-ARCHIVE THRU A10010-EXIT.

            PERFORM A10012-CLOSE-CONSENT-REGISTER THRU A10012-EXIT.

            PERFORM A10014-CLOSE-HISTORY THRU A10014-EXIT.

            STOP RUN.


            EXIT.


      *****************************************************************
      * Open the photo-distribution consent register (DD EMPCONSR).  *
      * The batch runs only read it; the interactive session opens   *
      * it I-O so the register can be maintained from the selection  *
      * list, priming a brand-new (empty) cluster with an OUTPUT     *
      * open first, the same way the archive's first build does.     *
      * A register that will not open is reported - every BMP is     *
      * then withheld from the export and the archive is left as it  *
      * stands, since nobody can say whose consent allows it.        *
      *****************************************************************
       A10011-OPEN-CONSENT-REGISTER.

            ACCEPT CONSENT-TODAY FROM DATE YYYYMMDD.

            IF RUN-MODE-INTERACTIVE
               OPEN I-O CONSENT-REGISTER-FILE
               IF NOT CONSENT-STATUS-OK
                  OPEN OUTPUT CONSENT-REGISTER-FILE
                  IF CONSENT-STATUS-OK
                     CLOSE CONSENT-REGISTER-FILE
                     OPEN I-O CONSENT-REGISTER-FILE
                  END-IF
               END-IF
            ELSE
               OPEN INPUT CONSENT-REGISTER-FILE
            END-IF.

            IF CONSENT-STATUS-OK
               MOVE 'Y' TO CONSENT-OPEN-SWITCH
            ELSE
               DISPLAY '*** WARNING: DSN8CLPV DB2 SAMPLE PROGRAM'
               DISPLAY '***    CONSENT REGISTER (DD EMPCONSR) WOULD NOT'
                       ' OPEN - STATUS ' CONSENT-FILE-STATUS
               DISPLAY '***    NO BMP WILL BE EXPORTED OR ARCHIVED'
                       ' THIS RUN'
            END-IF.

       A10011-EXIT.
            EXIT.


       A10012-CLOSE-CONSENT-REGISTER.

            IF CONSENT-OPEN
               CLOSE CONSENT-REGISTER-FILE
            END-IF.

       A10012-EXIT.
            EXIT.


      *****************************************************************
      * Open the shared lifecycle history (DD EMPHIST) for append.   *
      * Only the interactive session changes a row - the resume      *
      * edit - so the batch runs leave it alone.  EXTEND keeps every *
      * other program's events, with the OUTPUT retry covering a     *
      * brand-new dataset.  If EMPHIST isn't allocated, history is   *
      * simply skipped for the session, as the audit log is.         *
      *****************************************************************
       A10013-OPEN-HISTORY.

            IF NOT RUN-MODE-INTERACTIVE
               GO TO A10013-EXIT
            END-IF.

            OPEN EXTEND HISTORY-FILE.

            IF NOT HISTORY-STATUS-OK
               OPEN OUTPUT HISTORY-FILE
            END-IF.

            IF HISTORY-STATUS-OK
               MOVE 'Y' TO HISTORY-OPEN-SWITCH
            END-IF.

       A10013-EXIT.
            EXIT.


       A10014-CLOSE-HISTORY.

            IF HISTORY-OPEN
               CLOSE HISTORY-FILE
            END-IF.

       A10014-EXIT.
            EXIT.


      *****************************************************************
      * Decide whether this run is an unattended batch roster run, a  *
      * scheduled single-EMPNO batch run, or an interactive (ISPF)    *
               SET FULL-RUN-REQUESTED TO TRUE
            END-IF.

            MOVE 0 TO PART-KEYWORD-TALLY.
            INSPECT PARM-OPTIONS-TEXT
               TALLYING PART-KEYWORD-TALLY FOR ALL 'PART='.

            IF PART-KEYWORD-TALLY > 0
               PERFORM B00025-PARSE-PARTITION THRU B00025-EXIT
            END-IF.

       B00020-EXIT.
            EXIT.


      *****************************************************************
      * Pick the partition up from PART=nn,llllll-hhhhhh: a number   *
      * from 01 to 99 and an EMPNO range whose low end is not past   *
      * its high end.  Anything else marks the partition bad.        *
      *****************************************************************
       B00025-PARSE-PARTITION.

            SET PARTITION-RUN TO TRUE.

            MOVE 0 TO PART-KEYWORD-OFFSET.
            INSPECT PARM-OPTIONS-TEXT
               TALLYING PART-KEYWORD-OFFSET
               FOR CHARACTERS BEFORE INITIAL 'PART='.

            IF PART-KEYWORD-OFFSET > 53
               SET PARTITION-PARM-BAD TO TRUE
               GO TO B00025-EXIT
            END-IF.

            MOVE PARM-OPTIONS-TEXT (PART-KEYWORD-OFFSET + 6 : 16)
              TO PARTITION-SPEC.

            IF PSPEC-NUMBER NOT NUMERIC
               OR PSPEC-NUMBER = '00'
               OR PSPEC-COMMA NOT = ','
               OR PSPEC-DASH NOT = '-'
               OR PSPEC-LOW-EMPNO = SPACES
               OR PSPEC-HIGH-EMPNO = SPACES
               OR PSPEC-LOW-EMPNO > PSPEC-HIGH-EMPNO
               SET PARTITION-PARM-BAD TO TRUE
               GO TO B00025-EXIT
            END-IF.

            MOVE PSPEC-NUMBER     TO PARTITION-NUMBER.
            MOVE PSPEC-LOW-EMPNO  TO PART-LOW-EMPNO.
            MOVE PSPEC-HIGH-EMPNO TO PART-HIGH-EMPNO.

       B00025-EXIT.
            EXIT.


      *****************************************************************
      * Fall back to a SYSIN card for the batch EMPNO when the EXEC   *
      * PARM was not supplied.                                        *
      *****************************************************************
       B10000-BATCH-ROSTER.

            IF PARTITION-PARM-BAD
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: DSN8CLPV DB2 SAMPLE PROGRAM'
               DISPLAY '***    PARTITION ON THE PARM IS NOT VALID'
               DISPLAY '***    - CODE PART=NN,LLLLLL-HHHHHH'
               DISPLAY '***        NO EMPLOYEES PROCESSED'
               DISPLAY '**************************************'
               IF NOT ROSTER-OPEN-FAILED
                  CLOSE EMPNO-ROSTER-FILE
               END-IF
               GO TO B10000-WRAPUP
            END-IF.

            IF PARTITION-RUN
               DISPLAY '*** PARTITION ' PARTITION-NUMBER
                       ' - ROSTER EMPNOS ' PART-LOW-EMPNO
                       ' THROUGH ' PART-HIGH-EMPNO
               MOVE 'S' TO PARTITION-STATE
               PERFORM B10065-WRITE-PARTITION-CONTROL
                  THRU B10065-EXIT
            END-IF.

            IF ROSTER-OPEN-FAILED
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: DSN8CLPV DB2 SAMPLE PROGRAM'
      *****************************************************************
       B10000-WRAPUP.

            IF NOT ROSTER-OPEN-FAILED AND NOT PARTITION-PARM-BAD
               PERFORM B10080-WRITE-FINGERPRINTS THRU B10080-EXIT
            END-IF.

            PERFORM B10055-PRINT-ROSTER-TOTALS THRU B10055-EXIT.
            PERFORM B10060-WRITE-SUMMARY-TRAILER THRU B10060-EXIT.

            IF PARTITION-RUN AND PARTITION-PARM-OK
               IF ROSTER-OPEN-FAILED
                  MOVE 'O' TO PARTITION-STATE
               ELSE
                  MOVE 'C' TO PARTITION-STATE
               END-IF
               PERFORM B10065-WRITE-PARTITION-CONTROL
                  THRU B10065-EXIT
            END-IF.

            MOVE ROSTER-RETURN-CODE TO RETURN-CODE.

       B10000-EXIT.

       B10005-READ-ROSTER-REC.

            MOVE 'N' TO ROSTER-REC-SWITCH.

            PERFORM B10006-READ-NEXT-ROSTER THRU B10006-EXIT
               UNTIL ROSTER-EOF OR ROSTER-REC-IN-PARTITION.

       B10005-EXIT.
            EXIT.


      *****************************************************************
      * Read the next roster record.  A partitioned run passes over  *
      * (and counts) every EMPNO outside its range - another         *
      * partition has those - so the rest of the run never sees      *
      * them, restart skipping included.                             *
      *****************************************************************
       B10006-READ-NEXT-ROSTER.

            READ EMPNO-ROSTER-FILE
               AT END
                  MOVE 'Y' TO ROSTER-EOF-SWITCH
                  GO TO B10006-EXIT
            END-READ.

            IF PARTITION-RUN
               AND (EMPNO-ROSTER-REC < PART-LOW-EMPNO
                    OR EMPNO-ROSTER-REC > PART-HIGH-EMPNO)
               ADD 1 TO ROSTER-OUTSIDE-COUNT
               GO TO B10006-EXIT
            END-IF.

            MOVE 'Y' TO ROSTER-REC-SWITCH.
            ADD 1 TO ROSTER-READ-COUNT.

       B10006-EXIT.
            EXIT.


                  MOVE 'N' TO ROSTER-EOF-SWITCH
                  MOVE 0 TO ROSTER-READ-COUNT
                  MOVE 0 TO ROSTER-SKIPPED-COUNT
                  MOVE 0 TO ROSTER-OUTSIDE-COUNT
                  PERFORM B10005-READ-ROSTER-REC THRU B10005-EXIT
               END-IF
            ELSE
      *****************************************************************
      * Grade the roster run's return code: 0 when every employee    *
      * processed clean, 4 when some failed, 8 when nothing was      *
      * processed at all, the roster would not open or the PARM      *
      * partition is not valid.  An employee skipped because the     *
      * photo is unchanged, or bypassed by the suspend list, counts  *
      * as handled - a quiet night when nothing changed is a clean   *
      * run, not an empty one.  A photo withheld for consent is      *
      * handled too; one left unarchived because the consent         *
      * register would not open is not, and grades the run 4 so the  *
      * rebuild gets rerun.                                          *
      *****************************************************************
       B10050-GRADE-RETURN-CODE.

            IF ROSTER-OPEN-FAILED OR PARTITION-PARM-BAD
               OR (ROSTER-OK-COUNT = 0 AND ROSTER-UNCHANGED-COUNT = 0
                   AND ROSTER-SUSPENDED-COUNT = 0)
               MOVE 8 TO ROSTER-RETURN-CODE
            ELSE
               IF ROSTER-FAILED-COUNT > 0
                  OR CONSENT-UNCHECKED-COUNT > 0
                  MOVE 4 TO ROSTER-RETURN-CODE
               ELSE
                  MOVE 0 TO ROSTER-RETURN-CODE

            DISPLAY '**************************************'.
            DISPLAY '*** DSN8CLPV BATCH ROSTER RUN TOTALS'.
            IF PARTITION-RUN AND PARTITION-PARM-OK
               DISPLAY '*** PARTITION:              '
                       PARTITION-NUMBER ' ' PART-LOW-EMPNO ' - '
                       PART-HIGH-EMPNO
            END-IF.
            DISPLAY '*** ROSTER RECORDS READ:    '
                    ROSTER-READ-COUNT.
            IF PARTITION-RUN
               DISPLAY '*** OUTSIDE THE PARTITION:  '
                       ROSTER-OUTSIDE-COUNT
            END-IF.
            DISPLAY '*** PROCESSED OK:           '
                    ROSTER-OK-COUNT.
            DISPLAY '*** FAILED:                 '
               DISPLAY '*** ARCHIVE PUT FAILURES:   '
                       ARCHIVE-FAIL-COUNT
            END-IF.
            DISPLAY '*** WITHHELD - CONSENT:     '
                    CONSENT-WITHHELD-COUNT.
            IF CONSENT-UNCHECKED-COUNT > 0
               DISPLAY '*** CONSENT UNCHECKED:      '
                       CONSENT-UNCHECKED-COUNT
            END-IF.
            DISPLAY '*** RETURN CODE:            '
                    ROSTER-RETURN-CODE.
            DISPLAY '**************************************'.
            EXIT.


      *****************************************************************
      * (Re)write this partition's control record on DD EMPPCTL -    *
      * its number, range, state and control totals - for EMPRMERG.  *
      * Without it the merge cannot account for the partition's      *
      * range and will fail the coverage check, so a dataset that    *
      * will not open is reported here.                              *
      *****************************************************************
       B10065-WRITE-PARTITION-CONTROL.

            OPEN OUTPUT PARTITION-CONTROL-FILE.

            IF NOT PARTITION-CONTROL-OK
               DISPLAY '*** WARNING: PARTITION CONTROL (DD EMPPCTL) '
                       'COULD NOT BE WRITTEN - STATUS '
                       PARTITION-CONTROL-STATUS
               GO TO B10065-EXIT
            END-IF.

            MOVE SPACES TO PARTITION-CONTROL-REC.
            MOVE 'DSN8CLPV'             TO PCTL-PROGRAM.
            MOVE PARTITION-NUMBER       TO PCTL-PARTITION.
            MOVE PART-LOW-EMPNO         TO PCTL-LOW-EMPNO.
            MOVE PART-HIGH-EMPNO        TO PCTL-HIGH-EMPNO.
            MOVE PARTITION-STATE        TO PCTL-STATE.
            ACCEPT PCTL-DATE FROM DATE YYYYMMDD.
            ACCEPT PCTL-TIME FROM TIME.
            MOVE FULL-RUN-SWITCH        TO PCTL-FULL-RUN.
            MOVE ROSTER-RETURN-CODE     TO PCTL-RETURN-CODE.
            MOVE ROSTER-READ-COUNT      TO PCTL-READ-COUNT.
            MOVE ROSTER-OK-COUNT        TO PCTL-OK-COUNT.
            MOVE ROSTER-FAILED-COUNT    TO PCTL-FAILED-COUNT.
            MOVE FAIL-NO-ROW-COUNT      TO PCTL-NO-ROW-COUNT.
            MOVE FAIL-NO-PSEG-COUNT     TO PCTL-NO-PSEG-COUNT.
            MOVE FAIL-PSEG-SIZE-COUNT   TO PCTL-PSEG-SIZE-COUNT.
            MOVE FAIL-OTHER-SQL-COUNT   TO PCTL-OTHER-SQL-COUNT.
            MOVE ROSTER-SKIPPED-COUNT   TO PCTL-SKIPPED-COUNT.
            MOVE ROSTER-UNCHANGED-COUNT TO PCTL-UNCHANGED-COUNT.
            MOVE ROSTER-SUSPENDED-COUNT TO PCTL-SUSPENDED-COUNT.
            MOVE ARCHIVE-FAIL-COUNT     TO PCTL-ARCHIVE-FAIL-COUNT.
            MOVE CONSENT-WITHHELD-COUNT TO PCTL-WITHHELD-COUNT.
            MOVE CONSENT-UNCHECKED-COUNT
                                        TO PCTL-UNCHECKED-COUNT.
            MOVE ROSTER-OUTSIDE-COUNT   TO PCTL-OUTSIDE-COUNT.
            MOVE FNGR-WRITTEN-COUNT     TO PCTL-FNGR-COUNT.
            WRITE PARTITION-CONTROL-REC.
            CLOSE PARTITION-CONTROL-FILE.

       B10065-EXIT.
            EXIT.


      *****************************************************************
      * Load the prior run's photo fingerprints into storage.  No    *
      * EMPFNGRI dataset (or an empty one) just means there is       *
      * - to EMPFNGRO for the next run.  If EMPFNGRO isn't           *
      * allocated the fingerprints are simply not kept, and the next *
      * run processes everything, same as the first run ever did.    *
      * A partitioned run writes only the fingerprints inside its    *
      * own range - its slice - and EMPRMERG puts the partitions'    *
      * slices back together into the one EMPFNGRO.                  *
      *****************************************************************
       B10080-WRITE-FINGERPRINTS.


       B10085-WRITE-FNGR-REC.

            IF PARTITION-RUN
               AND (FNGR-EMPNO (FNGR-IX) < PART-LOW-EMPNO
                    OR FNGR-EMPNO (FNGR-IX) > PART-HIGH-EMPNO)
               GO TO B10085-EXIT
            END-IF.

            MOVE SPACES TO FNGR-OUT-REC.
            MOVE FNGR-EMPNO (FNGR-IX)    TO FNGRO-EMPNO.
            MOVE FNGR-LENGTH (FNGR-IX)   TO FNGRO-LENGTH.
            MOVE FNGR-CHECKSUM (FNGR-IX) TO FNGRO-CHECKSUM.
            MOVE FNGR-DATE (FNGR-IX)     TO FNGRO-DATE.
            WRITE FNGR-OUT-REC.
            ADD 1 TO FNGR-WRITTEN-COUNT.

       B10085-EXIT.
            EXIT.
      ***********************************************************
      * The user selected a row - its variables are already in  *
      * D8EMNUMB and the flags.  Action E opens the resume      *
      * browse-and-edit panel and action C the consent          *
      * maintenance panel, each returning to the table; any     *
      * other selection goes to the photo display as always.    *
      ***********************************************************
               IF D8ACTION = 'E'
                  MOVE SPACES TO D8EMNUMB
                  MOVE SPACE  TO D8ACTION
               ELSE
                  IF D8ACTION = 'C'
                     PERFORM C10009-MAINTAIN-CONSENT THRU C10009-EXIT
                     MOVE SPACES TO D8EMNUMB
                     MOVE SPACE  TO D8ACTION
                  ELSE
                     MOVE D8EMNUMB TO HVEMPNO
                     MOVE 'Y' TO SELECTION-DONE-SWITCH
                  END-IF
               END-IF
            END-IF.

      * the photo columns alone.  An all-blank edit area sets  *
      * the column NULL - the on-screen way to remove a        *
      * resume.  The change is noted to the EMPAUDIT log with  *
      * the TSO userid from ZUSER, and a RESEDIT event goes to *
      * the EMPHIST lifecycle history.                         *
      **********************************************************
       C10072-SAVE-EDITED-RESUME.

            IF HISTORY-OPEN
               PERFORM C10074-HISTORY-BEFORE-LENGTHS THRU C10074-EXIT
            END-IF.

            MOVE 5120 TO RESUME-EDIT-LEN.
            PERFORM C10073-TRIM-RESUME-TEXT THRU C10073-EXIT
               UNTIL RESUME-EDIT-LEN = 0
            END-STRING.
            PERFORM D31200-LOG-AUDIT-FAILURE THRU D31200-EXIT.

            IF HISTORY-OPEN
               PERFORM C10075-LOG-RESUME-EDIT-EVENT THRU C10075-EXIT
            END-IF.

       C10072-EXIT.
            EXIT.

            EXIT.


      **********************************************************
      * Column lengths before the edit is saved, for the       *
      * history event.  No row, or a NULL column, is carried   *
      * as a zero length; a failed fetch is reported but never *
      * stops the save.                                        *
      **********************************************************
       C10074-HISTORY-BEFORE-LENGTHS.

            EXEC SQL SELECT  LENGTH(PSEG_PHOTO), LENGTH(BMP_PHOTO),
                             LENGTH(RESUME)
                     INTO :HVHIST-PSEG-LENGTH:NIHIST-PSEG,
                          :HVHIST-BMP-LENGTH:NIHIST-BMP,
                          :HVHIST-RESUME-LENGTH:NIHIST-RESUME
                     FROM EMP_PHOTO_RESUME
                     WHERE EMPNO = :HVEMPNO
            END-EXEC.

            IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                  MOVE 'HISTORY @ SELECT LENGTH' TO DB2IO-COMMAND
                  PERFORM D31100-CHECK-SQLCODE
               END-IF
               MOVE 0 TO HVHIST-PSEG-LENGTH
               MOVE 0 TO HVHIST-BMP-LENGTH
               MOVE 0 TO HVHIST-RESUME-LENGTH
            END-IF.

            IF NIHIST-PSEG < 0
               MOVE 0 TO HVHIST-PSEG-LENGTH
            END-IF.
            IF NIHIST-BMP < 0
               MOVE 0 TO HVHIST-BMP-LENGTH
            END-IF.
            IF NIHIST-RESUME < 0
               MOVE 0 TO HVHIST-RESUME-LENGTH
            END-IF.

            MOVE HVHIST-PSEG-LENGTH   TO HIST-BEFORE-PSEG.
            MOVE HVHIST-BMP-LENGTH    TO HIST-BEFORE-BMP.
            MOVE HVHIST-RESUME-LENGTH TO HIST-BEFORE-RESUME.

       C10074-EXIT.
            EXIT.


      **********************************************************
      * Append the RESEDIT history event for a resume just     *
      * saved - the photo columns are never touched, so their  *
      * after lengths are the before lengths; the user is the  *
      * TSO userid the audit note just took from ZUSER         *
      **********************************************************
       C10075-LOG-RESUME-EDIT-EVENT.

            MOVE HVEMPNO          TO HIST-EMPNO.
            MOVE 'RESEDIT'        TO HIST-EVENT-TYPE.
            ACCEPT HIST-DATE FROM DATE YYYYMMDD.
            ACCEPT HIST-TIME FROM TIME.
            MOVE EDIT-USERID      TO HIST-CHANGED-BY.
            MOVE HIST-BEFORE-PSEG TO HIST-AFTER-PSEG.
            MOVE HIST-BEFORE-BMP  TO HIST-AFTER-BMP.
            MOVE HVRESUME-LENGTH  TO HIST-AFTER-RESUME.

            MOVE HISTORY-EVENT TO HISTORY-REC.
            WRITE HISTORY-REC.

       C10075-EXIT.
            EXIT.


      **********************************************************
      * Consent maintenance, reached with action C on the      *
      * selection table: show the selected employee's photo-   *
      * distribution restriction from DD EMPCONSR on panel     *
      * DSN8SSC (a blank panel, effective today, when there is *
      * none), and on Enter add or change it - or, with D in   *
      * the delete field, remove it.  The site codes are five  *
      * 8-character codes side by side in D8CSITES.  END (PF3) *
      * leaves without saving.  Every change is noted to the   *
      * EMPAUDIT log with the TSO userid.                      *
      **********************************************************
       C10009-MAINTAIN-CONSENT.

            MOVE D8EMNUMB TO HVEMPNO.
            MOVE 'N' TO EDIT-DONE-SWITCH.

            IF NOT CONSENT-OPEN
               DISPLAY '***   CONSENT REGISTER (DD EMPCONSR) IS NOT'
                       ' OPEN - NOTHING TO MAINTAIN'
               GO TO C10009-EXIT
            END-IF.

            MOVE SPACES TO D8CTYPE D8CEFF D8CEXP D8CREQBY
                           D8CSITES D8CDEL D8CMSG.

            MOVE HVEMPNO TO CONS-EMPNO.
            READ CONSENT-REGISTER-FILE.

            IF CONSENT-STATUS-OK
               MOVE 'Y' TO CONSENT-ON-FILE-SWITCH
               MOVE CONS-TYPE           TO D8CTYPE
               MOVE CONS-EFFECTIVE-DATE TO D8CEFF
               IF CONS-EXPIRY-DATE NOT = 0
                  MOVE CONS-EXPIRY-DATE TO D8CEXP
               END-IF
               MOVE CONS-REQUESTED-BY   TO D8CREQBY
               MOVE CONS-SITE-LIST      TO D8CSITES
            ELSE
               IF NOT CONSENT-STATUS-NOTFND
                  DISPLAY '***   CONSENT REGISTER READ FOR ' HVEMPNO
                          ' FAILED - STATUS ' CONSENT-FILE-STATUS
                  GO TO C10009-EXIT
               END-IF
               MOVE 'N' TO CONSENT-ON-FILE-SWITCH
               MOVE CONSENT-TODAY TO D8CEFF
               MOVE 'NO RESTRICTION ON FILE - KEY ONE IN, PRESS ENTER'
                 TO D8CMSG
            END-IF.

            CALL 'ISPLINK' USING VDEFINE EMPLCTYPE D8CTYPE
                                 CHAR ONE.
            CALL 'ISPLINK' USING VDEFINE EMPLCEFF D8CEFF
                                 CHAR EIGHT.
            CALL 'ISPLINK' USING VDEFINE EMPLCEXP D8CEXP
                                 CHAR EIGHT.
            CALL 'ISPLINK' USING VDEFINE EMPLCREQBY D8CREQBY
                                 CHAR TWENTY.
            CALL 'ISPLINK' USING VDEFINE EMPLCSITES D8CSITES
                                 CHAR FORTY.
            CALL 'ISPLINK' USING VDEFINE EMPLCDEL D8CDEL
                                 CHAR ONE.
            CALL 'ISPLINK' USING VDEFINE EMPLCMSG D8CMSG
                                 CHAR SIXTY.

            PERFORM C10091-SHOW-CONSENT-PANEL THRU C10091-EXIT
               UNTIL EDIT-DONE.

       C10009-EXIT.
            EXIT.


      **********************************************************
      * One pass through the consent panel: Enter edits the    *
      * fields and saves them when they are good, or shows     *
      * the panel again with the message line saying what is   *
      * wrong; END (PF3) ends without saving, and a panel      *
      * failure ends it with the return code shown             *
      **********************************************************
       C10091-SHOW-CONSENT-PANEL.

            CALL 'ISPLINK' USING VDISPLAY DSN8SSC.

            EVALUATE TRUE
               WHEN RETURN-CODE = 0
                  PERFORM C10092-EDIT-CONSENT-FIELDS
                     THRU C10092-EXIT
                  IF CONSENT-EDIT-OK
                     PERFORM C10093-SAVE-CONSENT THRU C10093-EXIT
                     MOVE 'Y' TO EDIT-DONE-SWITCH
                  END-IF
               WHEN RETURN-CODE = 8
                  DISPLAY '***   CONSENT MAINTENANCE FOR ' HVEMPNO
                          ' LEFT WITHOUT SAVING'
                  MOVE 'Y' TO EDIT-DONE-SWITCH
               WHEN OTHER
                  DISPLAY '***   CONSENT PANEL DSN8SSC FAILED'
                          ' - RETURN CODE ' RETURN-CODE
                  MOVE 'Y' TO EDIT-DONE-SWITCH
            END-EVALUATE.

       C10091-EXIT.
            EXIT.


      **********************************************************
      * Edit the keyed fields.  A delete needs nothing else.   *
      * Otherwise the type must be O (no off-site use), S      *
      * (named sites barred) or H (full hold), the effective   *
      * date a real YYYYMMDD, the expiry date blank (no        *
      * expiry) or a real date no earlier than the effective   *
      * date, the requester named, and a named-site            *
      * restriction must name at least one site.               *
      **********************************************************
       C10092-EDIT-CONSENT-FIELDS.

            SET CONSENT-EDIT-BAD TO TRUE.
            MOVE SPACES TO D8CMSG.

            IF D8CDEL = 'D'
               SET CONSENT-EDIT-OK TO TRUE
               GO TO C10092-EXIT
            END-IF.

            IF D8CTYPE NOT = 'O' AND D8CTYPE NOT = 'S'
               AND D8CTYPE NOT = 'H'
               MOVE 'TYPE MUST BE O (NO OFF-SITE), S (SITES), H (HOLD)'
                 TO D8CMSG
               GO TO C10092-EXIT
            END-IF.

            MOVE D8CEFF TO CONSENT-EDIT-DATE.
            PERFORM C10094-CHECK-CONSENT-DATE THRU C10094-EXIT.
            IF CONSENT-EDIT-BAD
               MOVE 'EFFECTIVE DATE MUST BE A VALID YYYYMMDD DATE'
                 TO D8CMSG
               GO TO C10092-EXIT
            END-IF.
            MOVE CONSENT-EDIT-DATE TO CONSENT-EDIT-EFFECTIVE.

            MOVE 0 TO CONSENT-EDIT-EXPIRY.
            IF D8CEXP NOT = SPACES
               MOVE D8CEXP TO CONSENT-EDIT-DATE
               PERFORM C10094-CHECK-CONSENT-DATE THRU C10094-EXIT
               IF CONSENT-EDIT-BAD
                  MOVE 'EXPIRY DATE MUST BE BLANK OR A VALID YYYYMMDD'
                    TO D8CMSG
                  GO TO C10092-EXIT
               END-IF
               MOVE CONSENT-EDIT-DATE TO CONSENT-EDIT-EXPIRY
               IF CONSENT-EDIT-EXPIRY < CONSENT-EDIT-EFFECTIVE
                  SET CONSENT-EDIT-BAD TO TRUE
                  MOVE 'EXPIRY DATE IS EARLIER THAN THE EFFECTIVE DATE'
                    TO D8CMSG
                  GO TO C10092-EXIT
               END-IF
            END-IF.

            SET CONSENT-EDIT-BAD TO TRUE.

            IF D8CREQBY = SPACES
               MOVE 'REQUESTED-BY MUST BE FILLED IN' TO D8CMSG
               GO TO C10092-EXIT
            END-IF.

            IF D8CTYPE = 'S' AND D8CSITES = SPACES
               MOVE 'A NAMED-SITE RESTRICTION NEEDS AT LEAST ONE SITE'
                 TO D8CMSG
               GO TO C10092-EXIT
            END-IF.

            SET CONSENT-EDIT-OK TO TRUE.

       C10092-EXIT.
            EXIT.


      **********************************************************
      * Add, change or remove the register record, stamped     *
      * with today's date and the TSO userid from ZUSER, and   *
      * note the change to the audit log - D31200 stamps the   *
      * date, time and EMPNO, and the SQLCODE recorded is 0    *
      * since no SQL call is being reported                    *
      **********************************************************
       C10093-SAVE-CONSENT.

            CALL 'ISPLINK' USING VDEFINE ZUSERVAR EDIT-USERID
                                 CHAR EIGHT.
            CALL 'ISPLINK' USING VGET ZUSERVAR.

            MOVE 0 TO AUDIT-SQLCODE.
            MOVE SPACES TO AUDIT-MESSAGE.

            IF D8CDEL = 'D'
               IF NOT CONSENT-ON-FILE
                  DISPLAY '***   NO CONSENT RESTRICTION ON FILE FOR '
                          HVEMPNO ' - NOTHING REMOVED'
                  GO TO C10093-EXIT
               END-IF
               MOVE HVEMPNO TO CONS-EMPNO
               DELETE CONSENT-REGISTER-FILE RECORD
               IF NOT CONSENT-STATUS-OK
                  DISPLAY '***   CONSENT REMOVAL FOR ' HVEMPNO
                          ' FAILED - STATUS ' CONSENT-FILE-STATUS
                  GO TO C10093-EXIT
               END-IF
               DISPLAY '***   CONSENT RESTRICTION FOR ' HVEMPNO
                       ' REMOVED'
               STRING 'CONSENT RESTRICTION REMOVED BY '
                      DELIMITED BY SIZE
                      EDIT-USERID DELIMITED BY SIZE
                  INTO AUDIT-MESSAGE
               END-STRING
               PERFORM D31200-LOG-AUDIT-FAILURE THRU D31200-EXIT
               GO TO C10093-EXIT
            END-IF.

            MOVE SPACES                 TO CONSENT-REC.
            MOVE HVEMPNO                TO CONS-EMPNO.
            MOVE D8CTYPE                TO CONS-TYPE.
            MOVE CONSENT-EDIT-EFFECTIVE TO CONS-EFFECTIVE-DATE.
            MOVE CONSENT-EDIT-EXPIRY    TO CONS-EXPIRY-DATE.
            MOVE D8CREQBY               TO CONS-REQUESTED-BY.
            MOVE D8CSITES               TO CONS-SITE-LIST.
            MOVE CONSENT-TODAY          TO CONS-UPDATED-DATE.
            MOVE EDIT-USERID            TO CONS-UPDATED-BY.

            IF CONSENT-ON-FILE
               REWRITE CONSENT-REC
            ELSE
               WRITE CONSENT-REC
            END-IF.

            IF NOT CONSENT-STATUS-OK
               DISPLAY '***   CONSENT UPDATE FOR ' HVEMPNO
                       ' FAILED - STATUS ' CONSENT-FILE-STATUS
               GO TO C10093-EXIT
            END-IF.

            DISPLAY '***   CONSENT RESTRICTION ' D8CTYPE ' FOR '
                    HVEMPNO ' SAVED'.

            STRING 'CONSENT TYPE ' DELIMITED BY SIZE
                   D8CTYPE DELIMITED BY SIZE
                   ' SET FROM ISPF BY ' DELIMITED BY SIZE
                   EDIT-USERID DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
            END-STRING.
            PERFORM D31200-LOG-AUDIT-FAILURE THRU D31200-EXIT.

       C10093-EXIT.
            EXIT.


      **********************************************************
      * Check the YYYYMMDD date in CONSENT-EDIT-DATE           *
      **********************************************************
       C10094-CHECK-CONSENT-DATE.

            SET CONSENT-EDIT-BAD TO TRUE.

            IF CONSENT-EDIT-DATE NOT NUMERIC
               GO TO C10094-EXIT
            END-IF.

            IF CONSENT-EDIT-YEAR < 1900
               OR CONSENT-EDIT-MONTH < 1 OR CONSENT-EDIT-MONTH > 12
               OR CONSENT-EDIT-DAY < 1 OR CONSENT-EDIT-DAY > 31
               GO TO C10094-EXIT
            END-IF.

            COMPUTE CONSENT-EDIT-INTEGER =
               FUNCTION INTEGER-OF-DATE (CONSENT-EDIT-NUMBER).

            IF CONSENT-EDIT-INTEGER > 0
               SET CONSENT-EDIT-OK TO TRUE
            END-IF.

       C10094-EXIT.
            EXIT.


      **********************************************************
      * Drop the selection table and its variables at session  *
      * end                                                    *
      ****************************************************************
       C10020-EXPORT-BMP-PHOTO.

            IF NOT BMP-OPEN
               GO TO C10020-EXIT
            END-IF.

      ***********************************************************
      * The export goes to a site this program cannot name, so  *
      * any active restriction - or a register that could not   *
      * be read - withholds it                                  *
      ***********************************************************
            PERFORM D20000-CHECK-CONSENT THRU D20000-EXIT.

            IF NOT CONSENT-FREE
               ADD 1 TO CONSENT-WITHHELD-COUNT
               DISPLAY '***   BMP PHOTO FOR EMPLOYEE ' HVEMPNO
                       ' WITHHELD - CONSENT'
               GO TO C10020-EXIT
            END-IF.

            IF BMP-OPEN
               EXEC SQL SELECT  BMP_PHOTO
                        INTO :HVBMP-PHOTO:NIBMP-PHOTO
               GO TO C10030-EXIT
            END-IF.

      ***********************************************************
      * A restriction barring every site leaves the employee    *
      * out of the rebuild, voiding any header from an earlier  *
      * night so EMPBMPGT cannot serve the old copy.  A named-  *
      * site restriction stays archived - EMPBMPGT checks each  *
      * request's site.  With no register to read, the archive  *
      * record is left exactly as it stands.                    *
      ***********************************************************
            PERFORM D20000-CHECK-CONSENT THRU D20000-EXIT.

            IF CONSENT-UNCHECKED
               ADD 1 TO CONSENT-UNCHECKED-COUNT
               GO TO C10030-EXIT
            END-IF.

            IF CONSENT-ALL-SITES
               ADD 1 TO CONSENT-WITHHELD-COUNT
               DISPLAY '***   BMP PHOTO FOR EMPLOYEE ' HVEMPNO
                       ' NOT ARCHIVED - WITHHELD - CONSENT'
               PERFORM C10033-VOID-ARCHIVE-HEADER THRU C10033-EXIT
               GO TO C10030-EXIT
            END-IF.

            EXEC SQL SELECT  BMP_PHOTO
                     INTO :HVBMP-PHOTO:NIBMP-PHOTO
                     FROM EMP_PHOTO_RESUME
            EXIT.


      *****************************************************************
      * Look HVEMPNO up on the consent register and set CONSENT-STATE *
      * for the caller.  No record, a restriction not yet effective, *
      * or one past its expiry date leaves the photo free.  An       *
      * active named-site restriction bars only the sites listed;    *
      * no off-site use, a full hold, or a type code this program    *
      * does not know bars every site.  A register that is not open  *
      * or cannot be read leaves the consent unchecked.               *
      *****************************************************************
       D20000-CHECK-CONSENT.

            IF NOT CONSENT-OPEN
               MOVE 'U' TO CONSENT-STATE
               GO TO D20000-EXIT
            END-IF.

            MOVE 'F' TO CONSENT-STATE.
            MOVE HVEMPNO TO CONS-EMPNO.
            READ CONSENT-REGISTER-FILE.

            IF CONSENT-STATUS-NOTFND
               GO TO D20000-EXIT
            END-IF.

            IF NOT CONSENT-STATUS-OK
               MOVE 'U' TO CONSENT-STATE
               GO TO D20000-EXIT
            END-IF.

            IF CONS-EFFECTIVE-DATE NOT NUMERIC
               OR CONS-EXPIRY-DATE NOT NUMERIC
               MOVE 'A' TO CONSENT-STATE
               GO TO D20000-EXIT
            END-IF.

            IF CONS-EFFECTIVE-DATE > CONSENT-TODAY
               GO TO D20000-EXIT
            END-IF.

            IF CONS-EXPIRY-DATE NOT = 0
               AND CONS-EXPIRY-DATE < CONSENT-TODAY
               GO TO D20000-EXIT
            END-IF.

            IF CONS-NAMED-SITES
               MOVE 'S' TO CONSENT-STATE
            ELSE
               MOVE 'A' TO CONSENT-STATE
            END-IF.

       D20000-EXIT.
            EXIT.


       D31100-CHECK-SQLCODE.
      ****************************************************************
      * Verify that the prior SQL call completed successfully
