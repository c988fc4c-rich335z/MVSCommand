      *****************************************************************
      * MODULE NAME = EMPHRFED (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = HR daily event feed ingest - maintains the *
      *                    roster and builds the purge, restore and   *
      *                    new-hire load decks                        *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Reads the HR system's daily extract of hires,       *
      *       terminations, rehires and transfers (DD EMPHRFD) and    *
      *       applies it to the EMPROSTR roster, so the roster, the   *
      *       EMPPURGL purge list and the EMPRSTRL restore list no    *
      *       longer have to be kept by hand or by rerunning          *
      *       EMPRECON.  The current roster is read from DD EMPROSTR  *
      *       and the maintained roster written to DD EMPROSTN - the  *
      *       JCL points the two at the current and the new           *
      *       generation.                                             *
      *                                                               *
      *       HIRE     adds the EMPNO to the roster and writes an     *
      *                EMPPHLOD ADD transaction stub for it (DD       *
      *                EMPNEWHR, zero content lengths) - the list of  *
      *                new hires whose photos and resumes still have  *
      *                to be collected.                               *
      *       TERM     takes the EMPNO off the roster and holds the   *
      *                termination, with its effective date, on the   *
      *                pending-termination dataset.  A termination    *
      *                only reaches the EMPPURGL purge list once it   *
      *                is older than the grace period, so a reversed  *
      *                or mistaken termination costs nothing.         *
      *       REHIRE   puts the EMPNO back on the roster.  A rehire   *
      *                still inside the grace period simply cancels   *
      *                the pending termination; a rehire whose row    *
      *                is no longer in EMP_PHOTO_RESUME is looked up  *
      *                on the EMPARCHV archive and, when found there, *
      *                written to the EMPRSTRL restore list for       *
      *                EMPARSTR.                                      *
      *       TRANSFER is checked against the roster only - the       *
      *                roster carries no department, so nothing       *
      *                changes.                                       *
      *                                                               *
      *       The pending terminations are carried from run to run    *
      *       on DD EMPTERMI (in) and EMPTERMO (out), again the       *
      *       current and the new generation.  Every run ages them    *
      *       all: each one at least the grace period old is written  *
      *       to EMPPURGL and dropped, the rest are carried forward.  *
      *                                                               *
      *       A feed record that cannot be applied - an unknown       *
      *       action, a duplicate hire, a rehire with no archived     *
      *       employee, a termination or transfer for an EMPNO not on *
      *       the roster, a termination with no usable effective     *
      *       date - is listed on the exception report with its      *
      *       reason instead of being dropped, and the run ends with *
      *       RC=4.                                                  *
      *                                                               *
      *  HR feed record layout (DD EMPHRFD, LRECL 80):                *
      *     cols  1 -  6   EMPNO                                      *
      *     cols  8 - 15   action: HIRE, TERM, REHIRE or TRANSFER     *
      *     cols 17 - 24   effective date (YYYYMMDD) - required on a  *
      *                    TERM                                       *
      *     cols 26 - 28   work department (informational)           *
      *                                                               *
      *  Pending termination layout (DD EMPTERMI/EMPTERMO, LRECL 80): *
      *     cols  1 -  6   EMPNO                                      *
      *     cols  8 - 15   termination effective date (YYYYMMDD)      *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch job, it does    *
      *             not require GDDM or ISPF.                        *
      *                                                               *
      *   Restrictions: The roster (up to 20000 EMPNOs), the pending *
      *             terminations (up to 5000) and the rehires that   *
      *             need an archive lookup (up to 1000 a run) are    *
      *             held in storage.  A roster or pending list past  *
      *             its limit stops the run before anything is       *
      *             written, rather than drop employees from the     *
      *             new generation.                                  *
      *             The archive lookup walks every unload on DD      *
      *             EMPARCHV; the JCL points it at the GDG base, so  *
      *             every generation is searched.                    *
      *                                                               *
      * Module type: COBOL program                                    *
      * Module size: See linkedit output                              *
      *  Attributes: Re-entrant and re-usable                         *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation.  EXEC PARM:     *
      *                 cols  1 -  3   termination grace period in    *
      *                                days; blank or zero = 90       *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - Message: none                                  *
      *              Return Code = 0004                               *
      *              - some feed records were not applied; see the    *
      *                exception report                               *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPHRFED DB2 Sample Program*
      *                                Feed (DD EMPHRFD), roster      *
      *                                (DD EMPROSTR) or an output     *
      *                                dataset could not be opened    *
      *                                Processing terminated          *
      *                                                               *
      *              - Message: *** ERROR: EMPHRFED DB2 Sample Program*
      *                                Roster or pending terminations *
      *                                past the storage limit         *
      *                                Processing terminated          *
      *                                                               *
      *              - Message: *** ERROR: EMPHRFED DB2 Sample Program*
      *                                Archive header did not verify  *
      *                                                               *
      *              - Message: *** ERROR: EMPHRFED DB2 Sample Program*
      *                                Write to an output dataset     *
      *                                failed                         *
      *                                Processing terminated          *
      *                                                               *
      *              - Message: *** ERROR: EMPHRFED DB2 Sample Program*
      *                                 Unexpected SQLCODE encountered*
      *                                    at location xxx            *
      *                                    Error detailed below       *
      *                                    Processing terminated      *
      *                               (DSNTIAR-formatted message here)*
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: DSNTIAR                      *
      *             - Data areas       : DSNTIAR error_message        *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPHRFD (HR feed input),     *
      *                                  EMPROSTR (current roster),   *
      *                                  EMPROSTN (new roster),       *
      *                                  EMPTERMI (pending            *
      *                                  terminations in), EMPTERMO   *
      *                                  (pending terminations out),  *
      *                                  EMPPURGL (purge list out),   *
      *                                  EMPRSTRL (restore list out), *
      *                                  EMPNEWHR (EMPPHLOD ADD stubs *
      *                                  out), EMPARCHV (archive,     *
      *                                  optional), EMPSUMM (shared   *
      *                                  run-summary trailer)         *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPHRFED:                                                   *
      *   - Resolve the grace period from the PARM (default 90)       *
      *   - Load the current roster and the pending terminations      *
      *   - Open the new roster, pending, purge, restore and stub     *
      *     datasets                                                  *
      *   - For each feed record, apply the HIRE, TERM, REHIRE or     *
      *     TRANSFER, or list it as an exception                      *
      *   - Walk the archive for the rehires with no table row; write *
      *     a restore card for each one found, an exception for the   *
      *     rest                                                      *
      *   - Age the pending terminations: purge card past the grace   *
      *     period, carried forward otherwise                         *
      *   - Write the new roster, print the exceptions and totals     *
      *   End EMPHRFED                                                *
      *                                                               *
      *   D31100-CHECK-SQLCODE                                        *
      *   - call DSNTIAR to format an unexpected SQLCODE.             *
      *   End D31100-CHECK-SQLCODE                                    *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHRFED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * The HR system's daily extract of hires, terminations,        *
      * rehires and transfers                                        *
      *****************************************************************
           SELECT HR-FEED-FILE  ASSIGN TO EMPHRFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.

      *****************************************************************
      * The current roster of EMPNOs the overnight DSN8CLPV batch    *
      * run reads                                                    *
      *****************************************************************
           SELECT EMPNO-ROSTER-FILE  ASSIGN TO EMPROSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.

      *****************************************************************
      * The maintained roster, same 6-byte card format               *
      *****************************************************************
           SELECT NEW-ROSTER-FILE  ASSIGN TO EMPROSTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-ROSTER-FILE-STATUS.

      *****************************************************************
      * Terminations still inside the grace period, carried from the *
      * last run and on to the next                                  *
      *****************************************************************
           SELECT PENDING-IN-FILE  ASSIGN TO EMPTERMI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDING-IN-FILE-STATUS.

           SELECT PENDING-OUT-FILE  ASSIGN TO EMPTERMO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDING-OUT-FILE-STATUS.

      *****************************************************************
      * Purge list for EMPPURGE and restore list for EMPARSTR - same *
      * 6-byte card format as the EMPROSTR roster                    *
      *****************************************************************
           SELECT PURGE-LIST-FILE  ASSIGN TO EMPPURGL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PURGE-FILE-STATUS.

           SELECT RESTORE-LIST-FILE  ASSIGN TO EMPRSTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESTORE-FILE-STATUS.

      *****************************************************************
      * EMPPHLOD ADD transaction stubs for the new hires, in the     *
      * EMPTRAN transaction layout                                   *
      *****************************************************************
           SELECT NEW-HIRE-FILE  ASSIGN TO EMPNEWHR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-HIRE-FILE-STATUS.

      *****************************************************************
      * The archive EMPPURGE unloads departed employees to - read    *
      * for the header records only, to find a rehire's unload       *
      *****************************************************************
           SELECT ARCHIVE-FILE  ASSIGN TO EMPARCHV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

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
       FD  HR-FEED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEED-REC.
           05  FEED-EMPNO           PIC X(06).
           05  FILLER               PIC X(01).
           05  FEED-ACTION          PIC X(08).
               88  FEED-HIRE            VALUE 'HIRE    '.
               88  FEED-TERM            VALUE 'TERM    '.
               88  FEED-REHIRE          VALUE 'REHIRE  '.
               88  FEED-TRANSFER        VALUE 'TRANSFER'.
           05  FILLER               PIC X(01).
           05  FEED-EFFECTIVE-DATE  PIC X(08).
           05  FILLER               PIC X(01).
           05  FEED-WORKDEPT        PIC X(03).
           05  FILLER               PIC X(52).

       FD  EMPNO-ROSTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPNO-ROSTER-REC         PIC X(06).

       FD  NEW-ROSTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-ROSTER-REC           PIC X(06).

       FD  PENDING-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PENDING-IN-REC.
           05  PIN-EMPNO            PIC X(06).
           05  FILLER               PIC X(01).
           05  PIN-TERM-DATE        PIC X(08).
           05  FILLER               PIC X(65).

       FD  PENDING-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PENDING-OUT-REC.
           05  POUT-EMPNO           PIC X(06).
           05  FILLER               PIC X(01).
           05  POUT-TERM-DATE       PIC X(08).
           05  FILLER               PIC X(65).

       FD  PURGE-LIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PURGE-LIST-REC           PIC X(06).

       FD  RESTORE-LIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RESTORE-LIST-REC         PIC X(06).

       FD  NEW-HIRE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-HIRE-REC             PIC X(80).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-REC              PIC X(4096).

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

       01  DB2IO-COMMAND    PIC X(35).

      *****************************************************************
      * Job status indicator                                          *
      *****************************************************************
       01 STATUS1              PIC X(4).
          88 NOT-OK  VALUE 'BAD '.
          88 OK      VALUE 'GOOD'.

       01  FEED-FILE-STATUS         PIC X(02).
           88  FEED-STATUS-OK           VALUE '00'.

       01  FEED-EOF-SWITCH          PIC X(01)  VALUE 'N'.
           88  FEED-EOF                 VALUE 'Y'.

       01  ROSTER-FILE-STATUS       PIC X(02).
           88  ROSTER-STATUS-OK         VALUE '00'.

       01  ROSTER-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  ROSTER-EOF               VALUE 'Y'.

       01  NEW-ROSTER-FILE-STATUS   PIC X(02).
           88  NEW-ROSTER-STATUS-OK     VALUE '00'.

       01  PENDING-IN-FILE-STATUS   PIC X(02).
           88  PENDING-IN-STATUS-OK     VALUE '00'.

       01  PENDING-IN-EOF-SWITCH    PIC X(01)  VALUE 'N'.
           88  PENDING-IN-EOF           VALUE 'Y'.

       01  PENDING-OUT-FILE-STATUS  PIC X(02).
           88  PENDING-OUT-STATUS-OK    VALUE '00'.

       01  PURGE-FILE-STATUS        PIC X(02).
           88  PURGE-STATUS-OK          VALUE '00'.

       01  RESTORE-FILE-STATUS      PIC X(02).
           88  RESTORE-STATUS-OK        VALUE '00'.

       01  NEW-HIRE-FILE-STATUS     PIC X(02).
           88  NEW-HIRE-STATUS-OK       VALUE '00'.

       01  ARCHIVE-FILE-STATUS      PIC X(02).
           88  ARCHIVE-STATUS-OK        VALUE '00'.

       01  ARCHIVE-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  ARCHIVE-EOF              VALUE 'Y'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

       01  OUTPUTS-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  OUTPUTS-OPEN             VALUE 'Y'.

      *****************************************************************
      * Return code held here until the very end, so no intervening  *
      * CALL (DSNTIAR leaves its own R15 in RETURN-CODE) can         *
      * overwrite it                                                 *
      *****************************************************************
       01  FEED-RETURN-CODE         PIC 9(01)  VALUE 0.

      *****************************************************************
      * Set when a write to one of the output decks fails - the pass *
      * under way stops, and no later pass is run, so a short deck   *
      * is never mistaken for a whole one                            *
      *****************************************************************
       01  WRITE-FAILED-SWITCH      PIC X(01)  VALUE 'N'.
           88  WRITE-FAILED             VALUE 'Y'.

       01  WRITE-FAILED-DDNAME      PIC X(08)  VALUE SPACES.
       01  WRITE-FAILED-STATUS      PIC X(02)  VALUE SPACES.

      *****************************************************************
      * Termination grace period in days from the PARM; blank or     *
      * zero falls back to 90 days                                   *
      *****************************************************************
       01  GRACE-DAYS               PIC 9(03)  VALUE 0.
       01  DEFAULT-GRACE-DAYS       PIC 9(03)  VALUE 90.

      *****************************************************************
      * Today's date as a day number, and the age arithmetic for the *
      * termination being judged                                     *
      *****************************************************************
       01  TODAY-DATE               PIC 9(08).
       01  TODAY-INTEGER            PIC S9(9)  COMP  VALUE 0.
       01  TERM-INTEGER             PIC S9(9)  COMP  VALUE 0.
       01  DAYS-SINCE-TERM          PIC S9(9)  COMP  VALUE 0.

      *****************************************************************
      * An effective date taken apart for the range checks made      *
      * before it is turned into a day number                        *
      *****************************************************************
       01  DATE-CHECK.
           05  DATE-CHECK-YYYY      PIC 9(04).
           05  DATE-CHECK-MM        PIC 9(02).
           05  DATE-CHECK-DD        PIC 9(02).
       01  DATE-CHECK-NUMBER REDEFINES DATE-CHECK
                                    PIC 9(08).

       01  DATE-VALID-SWITCH        PIC X(01)  VALUE 'Y'.
           88  DATE-VALID               VALUE 'Y'.
           88  DATE-NOT-VALID           VALUE 'N'.

      *****************************************************************
      * The roster held in storage.  A terminated EMPNO is marked    *
      * off rather than removed, and a hire or rehire is added at    *
      * the end, so the new roster keeps the current one's order.    *
      *****************************************************************
       01  ROSTER-TABLE.
           05  ROSTER-ENTRY-COUNT   PIC S9(9)  COMP  VALUE 0.
           05  ROSTER-OVERFLOW      PIC S9(9)  COMP-3  VALUE 0.
           05  ROSTER-ENTRY  OCCURS 20000 TIMES
                             INDEXED BY ROSTER-IX.
               10  ROSTER-KEY       PIC X(06).
               10  ROSTER-STATE     PIC X(01).
                   88  ROSTER-ACTIVE    VALUE 'A'.
                   88  ROSTER-REMOVED   VALUE 'R'.

      *****************************************************************
      * Pending terminations - carried in from the last run, added   *
      * to by today's TERMs, cancelled by today's REHIREs            *
      *****************************************************************
       01  PENDING-TABLE.
           05  PENDING-ENTRY-COUNT  PIC S9(9)  COMP  VALUE 0.
           05  PENDING-OVERFLOW     PIC S9(9)  COMP-3  VALUE 0.
           05  PENDING-ENTRY  OCCURS 5000 TIMES
                              INDEXED BY PENDING-IX.
               10  PENDING-KEY      PIC X(06).
               10  PENDING-DATE     PIC X(08).
               10  PENDING-STATE    PIC X(01).
                   88  PENDING-ACTIVE     VALUE 'A'.
                   88  PENDING-CANCELLED  VALUE 'C'.

      *****************************************************************
      * Rehires with no EMP_PHOTO_RESUME row, waiting for the        *
      * archive walk to say whether there is anything to restore     *
      *****************************************************************
       01  REHIRE-TABLE.
           05  REHIRE-ENTRY-COUNT   PIC S9(4)  COMP  VALUE 0.
           05  REHIRE-ENTRY  OCCURS 1000 TIMES
                             INDEXED BY REHIRE-IX.
               10  REHIRE-KEY       PIC X(06).
               10  REHIRE-UNLOAD-DATE
                                    PIC 9(08).
               10  REHIRE-STATE     PIC X(01).
                   88  REHIRE-WAITING     VALUE 'W'.
                   88  REHIRE-ARCHIVED    VALUE 'F'.

      *****************************************************************
      * Feed records not applied, with the reason, held for the      *
      * exception report                                             *
      *****************************************************************
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY-COUNT
                                    PIC S9(4)  COMP  VALUE 0.
           05  EXCEPTION-OVERFLOW   PIC S9(9)  COMP-3  VALUE 0.
           05  EXCEPTION-ENTRY  OCCURS 1000 TIMES
                                INDEXED BY EXCEPTION-IX.
               10  EXCEPTION-EMPNO  PIC X(06).
               10  EXCEPTION-ACTION PIC X(08).
               10  EXCEPTION-REASON PIC X(40).

       01  EXCEPTION-REASON-TEXT    PIC X(40).

      *****************************************************************
      * The EMPNO and action being applied - from the feed record,   *
      * or from the rehire table once the archive walk settles it    *
      *****************************************************************
       01  CURRENT-EMPNO            PIC X(06).
       01  CURRENT-ACTION           PIC X(08).

       01  ROSTER-ADDED-SWITCH      PIC X(01)  VALUE 'Y'.
           88  ROSTER-ADDED             VALUE 'Y'.

       01  PRINT-IX                 PIC S9(9)  COMP.

      *****************************************************************
      * EMPPHLOD ADD transaction stub - the EMPTRAN layout with all  *
      * three content lengths zero, for the collection team to fill  *
      *****************************************************************
       01  NEW-HIRE-STUB.
           05  STUB-EMPNO           PIC X(06).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  STUB-ACTION          PIC X(07)  VALUE 'ADD'.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  STUB-PSEG-LEN        PIC 9(09)  VALUE 0.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  STUB-BMP-LEN         PIC 9(09)  VALUE 0.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  STUB-RESUME-LEN      PIC 9(05)  VALUE 0.
           05  FILLER               PIC X(40)  VALUE SPACES.

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
           05  FILLER               PIC X(4039).

      *****************************************************************
      * A header that does not verify (bad eyecatcher, non-numeric   *
      * segment count) or an archive that ends inside an unload      *
      * means the walk's position is lost, so it stops there         *
      *****************************************************************
       01  HEADER-GOOD-SWITCH       PIC X(01)  VALUE 'Y'.
           88  HEADER-GOOD              VALUE 'Y'.
           88  HEADER-BAD               VALUE 'N'.

       01  SEGMENTS-TO-SKIP         PIC S9(4)  COMP  VALUE 0.

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  FEED-READ-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  ROSTER-READ-COUNT        PIC S9(9)  COMP-3  VALUE 0.
       77  ROSTER-WRITTEN-COUNT     PIC S9(9)  COMP-3  VALUE 0.
       77  PENDING-READ-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  HIRE-COUNT               PIC S9(9)  COMP-3  VALUE 0.
       77  TERM-COUNT               PIC S9(9)  COMP-3  VALUE 0.
       77  REHIRE-COUNT             PIC S9(9)  COMP-3  VALUE 0.
       77  TRANSFER-COUNT           PIC S9(9)  COMP-3  VALUE 0.
       77  EXCEPTION-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  PURGE-CARD-COUNT         PIC S9(9)  COMP-3  VALUE 0.
       77  RESTORE-CARD-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  STUB-WRITTEN-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  PENDING-CARRIED-COUNT    PIC S9(9)  COMP-3  VALUE 0.
       77  HEADERS-READ-COUNT       PIC S9(9)  COMP-3  VALUE 0.

      *****************************************************************
      * Buffer for receiving SQL error messages
      *****************************************************************
       01 ERROR-MESSAGE.
          02  ERROR-LEN            PIC S9(4)   COMP VALUE +960.
          02  ERROR-TEXT           PIC X(120)  OCCURS 10 TIMES
                                                INDEXED BY ERROR-INDEX.
       77 ERROR-TEXT-LEN           PIC S9(9)   COMP VALUE +120.


      **************************** DB2 TABLES **************************
            EXEC SQL DECLARE  EMP_PHOTO_RESUME  TABLE
               (        EMPNO  CHAR(06)     NOT NULL,
                        EMP_ROWID  ROWID,
                        PSEG_PHOTO  BLOB( 500K ),
                        BMP_PHOTO  BLOB( 100K ),
                        RESUME  CLOB(   5K )         )
            END-EXEC.


      ********** DB2 HOST AND NULL INDICATOR VARIABLES ***************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       77  SQLCODE                PIC S9(9) COMP-4.
       77  SQLSTATE               PIC X(5).
       01  HVEMPNO     PIC X(6).
           EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.
       01  EMPHRFED-PARM.
           05  PARM-LEN               PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(80).

       PROCEDURE DIVISION USING EMPHRFED-PARM.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPHRFED HR EVENT FEED INGEST'.
            DISPLAY '**************************************'.

            PERFORM B05000-PARSE-PARM THRU B05000-EXIT.

            PERFORM B10000-LOAD-ROSTER THRU B10000-EXIT.

            IF OK
               PERFORM B11000-LOAD-PENDING THRU B11000-EXIT
            END-IF.

            IF OK
               PERFORM B12000-OPEN-FILES THRU B12000-EXIT
            END-IF.

            IF OK
               PERFORM B20005-READ-FEED-REC THRU B20005-EXIT
               PERFORM B20000-APPLY-FEED-REC THRU B20000-EXIT
                  UNTIL FEED-EOF OR WRITE-FAILED
               IF NOT WRITE-FAILED
                  PERFORM B30000-RESOLVE-REHIRES THRU B30000-EXIT
               END-IF
               IF NOT WRITE-FAILED
                  PERFORM B35000-AGE-TERMINATIONS THRU B35000-EXIT
               END-IF
               IF NOT WRITE-FAILED
                  PERFORM B40000-WRITE-ROSTER THRU B40000-EXIT
               END-IF
               PERFORM B45000-CLOSE-FILES THRU B45000-EXIT
               PERFORM B50000-PRINT-EXCEPTIONS THRU B50000-EXIT
               PERFORM B55000-PRINT-TOTALS THRU B55000-EXIT
            ELSE
               MOVE 8 TO FEED-RETURN-CODE
            END-IF.

            PERFORM B60000-WRITE-SUMMARY-TRAILER THRU B60000-EXIT.

            MOVE FEED-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Resolve the grace period from the PARM.  Blank or zero falls *
      * back to 90 days, so the daily run needs no PARM.             *
      *****************************************************************
       B05000-PARSE-PARM.

            IF PARM-LEN NOT LESS THAN 3
               IF PARM-TEXT (1:3) NUMERIC
                  MOVE PARM-TEXT (1:3) TO GRACE-DAYS
               END-IF
            END-IF.

            IF GRACE-DAYS = 0
               MOVE DEFAULT-GRACE-DAYS TO GRACE-DAYS
            END-IF.

            DISPLAY '*** TERMINATION GRACE PERIOD: ' GRACE-DAYS
                    ' DAYS'.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (TODAY-DATE).

       B05000-EXIT.
            EXIT.


      *****************************************************************
      * Load the current roster into storage.  A roster that will    *
      * not open, or one past the storage limit, cannot be carried   *
      * into a new generation whole, so the run ends with RC=8       *
      * before anything is written.                                  *
      *****************************************************************
       B10000-LOAD-ROSTER.

            OPEN INPUT EMPNO-ROSTER-FILE.

            IF NOT ROSTER-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPHRFED DB2 SAMPLE PROGRAM'
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
               DISPLAY '*** ERROR: EMPHRFED DB2 SAMPLE PROGRAM'
               DISPLAY '***    ROSTER HOLDS MORE THAN 20000 EMPNOS'
               DISPLAY '***    - ' ROSTER-OVERFLOW ' NOT HELD'
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
                  MOVE 'A' TO ROSTER-STATE (ROSTER-IX)
               ELSE
                  ADD 1 TO ROSTER-OVERFLOW
               END-IF
            END-IF.

            PERFORM B10005-READ-ROSTER-REC THRU B10005-EXIT.

       B10010-EXIT.
            EXIT.


      *****************************************************************
      * Load the pending terminations carried from the last run.     *
      * None allocated is the first run - said, and carried on with. *
      * Past the storage limit the run stops, since a termination    *
      * left out of the new generation would never reach the purge.  *
      *****************************************************************
       B11000-LOAD-PENDING.

            OPEN INPUT PENDING-IN-FILE.

            IF NOT PENDING-IN-STATUS-OK
               DISPLAY '*** WARNING: PENDING TERMINATIONS (DD EMPTERMI)'
                       ' NOT ALLOCATED'
               DISPLAY '***    - NONE CARRIED IN FROM THE LAST RUN'
               GO TO B11000-EXIT
            END-IF.

            PERFORM B11005-READ-PENDING-REC THRU B11005-EXIT.

            PERFORM B11010-KEEP-PENDING-REC THRU B11010-EXIT
               UNTIL PENDING-IN-EOF.

            CLOSE PENDING-IN-FILE.

            IF PENDING-OVERFLOW > 0
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPHRFED DB2 SAMPLE PROGRAM'
               DISPLAY '***    MORE THAN 5000 PENDING TERMINATIONS'
               DISPLAY '***    - ' PENDING-OVERFLOW ' NOT HELD'
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
            END-IF.

       B11000-EXIT.
            EXIT.


       B11005-READ-PENDING-REC.

            READ PENDING-IN-FILE
               AT END
                  MOVE 'Y' TO PENDING-IN-EOF-SWITCH
               NOT AT END
                  ADD 1 TO PENDING-READ-COUNT
            END-READ.

       B11005-EXIT.
            EXIT.


       B11010-KEEP-PENDING-REC.

            IF PIN-EMPNO NOT = SPACES
               IF PENDING-ENTRY-COUNT < 5000
                  ADD 1 TO PENDING-ENTRY-COUNT
                  SET PENDING-IX TO PENDING-ENTRY-COUNT
                  MOVE PIN-EMPNO     TO PENDING-KEY (PENDING-IX)
                  MOVE PIN-TERM-DATE TO PENDING-DATE (PENDING-IX)
                  MOVE 'A'           TO PENDING-STATE (PENDING-IX)
               ELSE
                  ADD 1 TO PENDING-OVERFLOW
               END-IF
            END-IF.

            PERFORM B11005-READ-PENDING-REC THRU B11005-EXIT.

       B11010-EXIT.
            EXIT.


      *****************************************************************
      * Open the feed and every output.  All of them are needed for  *
      * a run that leaves the roster, the pending terminations and   *
      * the decks in step, so any one that will not open stops the   *
      * run with RC=8.                                               *
      *****************************************************************
       B12000-OPEN-FILES.

            OPEN INPUT HR-FEED-FILE.

            IF NOT FEED-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPHRFED DB2 SAMPLE PROGRAM'
               DISPLAY '***    HR FEED (DD EMPHRFD) COULD NOT BE'
               DISPLAY '***    OPENED - STATUS ' FEED-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               GO TO B12000-EXIT
            END-IF.

            OPEN OUTPUT NEW-ROSTER-FILE
                        PENDING-OUT-FILE
                        PURGE-LIST-FILE
                        RESTORE-LIST-FILE
                        NEW-HIRE-FILE.

            IF NEW-ROSTER-STATUS-OK AND PENDING-OUT-STATUS-OK
               AND PURGE-STATUS-OK AND RESTORE-STATUS-OK
               AND NEW-HIRE-STATUS-OK
               MOVE 'Y' TO OUTPUTS-OPEN-SWITCH
            ELSE
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPHRFED DB2 SAMPLE PROGRAM'
               DISPLAY '***    OUTPUT DATASETS COULD NOT ALL BE OPENED'
               DISPLAY '***    EMPROSTN ' NEW-ROSTER-FILE-STATUS
                       '  EMPTERMO ' PENDING-OUT-FILE-STATUS
                       '  EMPPURGL ' PURGE-FILE-STATUS
               DISPLAY '***    EMPRSTRL ' RESTORE-FILE-STATUS
                       '  EMPNEWHR ' NEW-HIRE-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               CLOSE HR-FEED-FILE
            END-IF.

       B12000-EXIT.
            EXIT.


       B20005-READ-FEED-REC.

            READ HR-FEED-FILE
               AT END
                  MOVE 'Y' TO FEED-EOF-SWITCH
               NOT AT END
                  ADD 1 TO FEED-READ-COUNT
            END-READ.

       B20005-EXIT.
            EXIT.


      *****************************************************************
      * Apply one feed record by its action; anything else goes on   *
      * the exception report                                         *
      *****************************************************************
       B20000-APPLY-FEED-REC.

            IF FEED-REC = SPACES
               GO TO B20000-NEXT
            END-IF.

            MOVE FEED-EMPNO  TO CURRENT-EMPNO.
            MOVE FEED-ACTION TO CURRENT-ACTION.

            EVALUATE TRUE
               WHEN FEED-HIRE
                  PERFORM C10000-APPLY-HIRE THRU C10000-EXIT
               WHEN FEED-TERM
                  PERFORM C20000-APPLY-TERM THRU C20000-EXIT
               WHEN FEED-REHIRE
                  PERFORM C30000-APPLY-REHIRE THRU C30000-EXIT
               WHEN FEED-TRANSFER
                  PERFORM C40000-APPLY-TRANSFER THRU C40000-EXIT
               WHEN OTHER
                  MOVE 'UNKNOWN ACTION' TO EXCEPTION-REASON-TEXT
                  PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
            END-EVALUATE.

       B20000-NEXT.
            PERFORM B20005-READ-FEED-REC THRU B20005-EXIT.

       B20000-EXIT.
            EXIT.


      *****************************************************************
      * HIRE - a new EMPNO goes on the roster and gets an ADD stub.  *
      * An EMPNO already on the roster, or one that already has a    *
      * table row, is a duplicate hire.                              *
      *****************************************************************
       C10000-APPLY-HIRE.

            PERFORM C60000-FIND-ROSTER-ENTRY THRU C60000-EXIT.

            IF ROSTER-IX NOT > ROSTER-ENTRY-COUNT
               IF ROSTER-ACTIVE (ROSTER-IX)
                  MOVE 'DUPLICATE HIRE - ALREADY ON ROSTER'
                     TO EXCEPTION-REASON-TEXT
                  PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
                  GO TO C10000-EXIT
               END-IF
            END-IF.

            PERFORM C62000-CHECK-TABLE-ROW THRU C62000-EXIT.

            IF SQLCODE = 0
               MOVE 'DUPLICATE HIRE - ROW ALREADY IN TABLE'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO C10000-EXIT
            END-IF.

            IF SQLCODE NOT = 100
               MOVE 'UNEXPECTED SQLCODE CHECKING TABLE'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO C10000-EXIT
            END-IF.

            PERFORM C65000-ADD-TO-ROSTER THRU C65000-EXIT.

            IF NOT ROSTER-ADDED
               GO TO C10000-EXIT
            END-IF.

            MOVE CURRENT-EMPNO TO STUB-EMPNO.
            MOVE NEW-HIRE-STUB TO NEW-HIRE-REC.
            WRITE NEW-HIRE-REC.
            IF NOT NEW-HIRE-STATUS-OK
               MOVE 'EMPNEWHR'           TO WRITE-FAILED-DDNAME
               MOVE NEW-HIRE-FILE-STATUS TO WRITE-FAILED-STATUS
               PERFORM C70000-WRITE-FAILED THRU C70000-EXIT
               GO TO C10000-EXIT
            END-IF.
            ADD 1 TO STUB-WRITTEN-COUNT.
            ADD 1 TO HIRE-COUNT.

       C10000-EXIT.
            EXIT.


      *****************************************************************
      * TERM - off the roster, onto the pending terminations with    *
      * its effective date.  The purge waits for the grace period.   *
      *****************************************************************
       C20000-APPLY-TERM.

            MOVE FEED-EFFECTIVE-DATE TO DATE-CHECK.
            PERFORM D10000-CHECK-DATE THRU D10000-EXIT.

            IF DATE-NOT-VALID
               MOVE 'TERMINATION HAS NO VALID EFFECTIVE DATE'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO C20000-EXIT
            END-IF.

            PERFORM C60000-FIND-ROSTER-ENTRY THRU C60000-EXIT.

            IF ROSTER-IX > ROSTER-ENTRY-COUNT
               MOVE 'TERMINATION - NOT ON ROSTER'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO C20000-EXIT
            END-IF.

            IF ROSTER-REMOVED (ROSTER-IX)
               MOVE 'TERMINATION - NOT ON ROSTER'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO C20000-EXIT
            END-IF.

            IF PENDING-ENTRY-COUNT NOT < 5000
               MOVE 'PENDING TERMINATIONS FULL - KEPT ON ROSTER'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO C20000-EXIT
            END-IF.

            MOVE 'R' TO ROSTER-STATE (ROSTER-IX).

            ADD 1 TO PENDING-ENTRY-COUNT.
            SET PENDING-IX TO PENDING-ENTRY-COUNT.
            MOVE CURRENT-EMPNO          TO PENDING-KEY (PENDING-IX).
            MOVE FEED-EFFECTIVE-DATE TO PENDING-DATE (PENDING-IX).
            MOVE 'A'                 TO PENDING-STATE (PENDING-IX).

            ADD 1 TO TERM-COUNT.

       C20000-EXIT.
            EXIT.


      *****************************************************************
      * REHIRE - back on the roster.  Inside the grace period the    *
      * row was never purged, so cancelling the pending termination  *
      * is all there is to do.  Past it, a rehire with a table row   *
      * still needs nothing restored; one without waits for the      *
      * archive walk (B30000) to decide between a restore card and   *
      * an exception.                                                *
      *****************************************************************
       C30000-APPLY-REHIRE.

            PERFORM C60000-FIND-ROSTER-ENTRY THRU C60000-EXIT.

            IF ROSTER-IX NOT > ROSTER-ENTRY-COUNT
               IF ROSTER-ACTIVE (ROSTER-IX)
                  MOVE 'REHIRE - ALREADY ON ROSTER'
                     TO EXCEPTION-REASON-TEXT
                  PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
                  GO TO C30000-EXIT
               END-IF
            END-IF.

            PERFORM C61000-FIND-PENDING-ENTRY THRU C61000-EXIT.

            IF PENDING-IX NOT > PENDING-ENTRY-COUNT
               MOVE 'C' TO PENDING-STATE (PENDING-IX)
               PERFORM C65000-ADD-TO-ROSTER THRU C65000-EXIT
               IF ROSTER-ADDED
                  ADD 1 TO REHIRE-COUNT
               END-IF
               GO TO C30000-EXIT
            END-IF.

            PERFORM C62000-CHECK-TABLE-ROW THRU C62000-EXIT.

            IF SQLCODE = 0
               PERFORM C65000-ADD-TO-ROSTER THRU C65000-EXIT
               IF ROSTER-ADDED
                  ADD 1 TO REHIRE-COUNT
               END-IF
               GO TO C30000-EXIT
            END-IF.

            IF SQLCODE NOT = 100
               MOVE 'UNEXPECTED SQLCODE CHECKING TABLE'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO C30000-EXIT
            END-IF.

            SET REHIRE-IX TO 1.
            SEARCH REHIRE-ENTRY
               AT END
                  MOVE 'REHIRE - ARCHIVE LOOKUP LIMIT REACHED'
                     TO EXCEPTION-REASON-TEXT
                  PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               WHEN REHIRE-IX > REHIRE-ENTRY-COUNT
                  ADD 1 TO REHIRE-ENTRY-COUNT
                  MOVE CURRENT-EMPNO TO REHIRE-KEY (REHIRE-IX)
                  MOVE 0          TO REHIRE-UNLOAD-DATE (REHIRE-IX)
                  MOVE 'W'        TO REHIRE-STATE (REHIRE-IX)
               WHEN REHIRE-KEY (REHIRE-IX) = CURRENT-EMPNO
                  MOVE 'DUPLICATE REHIRE IN FEED'
                     TO EXCEPTION-REASON-TEXT
                  PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
            END-SEARCH.

       C30000-EXIT.
            EXIT.


      *****************************************************************
      * TRANSFER - the roster carries no department, so a transfer   *
      * only has to be for someone on it                             *
      *****************************************************************
       C40000-APPLY-TRANSFER.

            PERFORM C60000-FIND-ROSTER-ENTRY THRU C60000-EXIT.

            IF ROSTER-IX > ROSTER-ENTRY-COUNT
               MOVE 'TRANSFER - NOT ON ROSTER'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO C40000-EXIT
            END-IF.

            IF ROSTER-REMOVED (ROSTER-IX)
               MOVE 'TRANSFER - NOT ON ROSTER'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO C40000-EXIT
            END-IF.

            ADD 1 TO TRANSFER-COUNT.

       C40000-EXIT.
            EXIT.


      *****************************************************************
      * Hold one feed record that could not be applied, with the     *
      * reason in EXCEPTION-REASON-TEXT, for the exception report    *
      *****************************************************************
       C50000-LOG-EXCEPTION.

            ADD 1 TO EXCEPTION-COUNT.

            IF EXCEPTION-ENTRY-COUNT < 1000
               ADD 1 TO EXCEPTION-ENTRY-COUNT
               SET EXCEPTION-IX TO EXCEPTION-ENTRY-COUNT
               MOVE CURRENT-EMPNO  TO EXCEPTION-EMPNO (EXCEPTION-IX)
               MOVE CURRENT-ACTION TO EXCEPTION-ACTION (EXCEPTION-IX)
               MOVE EXCEPTION-REASON-TEXT
                                TO EXCEPTION-REASON (EXCEPTION-IX)
            ELSE
               ADD 1 TO EXCEPTION-OVERFLOW
            END-IF.

       C50000-EXIT.
            EXIT.


      *****************************************************************
      * Find the EMPNO on the roster.  ROSTER-IX is left past        *
      * ROSTER-ENTRY-COUNT when it is not there.                     *
      *****************************************************************
       C60000-FIND-ROSTER-ENTRY.

            SET ROSTER-IX TO 1.
            SEARCH ROSTER-ENTRY
               AT END
                  SET ROSTER-IX TO ROSTER-ENTRY-COUNT
                  SET ROSTER-IX UP BY 1
               WHEN ROSTER-IX > ROSTER-ENTRY-COUNT
                  CONTINUE
               WHEN ROSTER-KEY (ROSTER-IX) = CURRENT-EMPNO
                  CONTINUE
            END-SEARCH.

       C60000-EXIT.
            EXIT.


      *****************************************************************
      * Find the EMPNO's active pending termination.  PENDING-IX is  *
      * left past PENDING-ENTRY-COUNT when there is none.            *
      *****************************************************************
       C61000-FIND-PENDING-ENTRY.

            SET PENDING-IX TO 1.
            SEARCH PENDING-ENTRY
               AT END
                  SET PENDING-IX TO PENDING-ENTRY-COUNT
                  SET PENDING-IX UP BY 1
               WHEN PENDING-IX > PENDING-ENTRY-COUNT
                  CONTINUE
               WHEN PENDING-KEY (PENDING-IX) = CURRENT-EMPNO
                  AND PENDING-ACTIVE (PENDING-IX)
                  CONTINUE
            END-SEARCH.

       C61000-EXIT.
            EXIT.


      *****************************************************************
      * Does the EMPNO have an EMP_PHOTO_RESUME row?  SQLCODE 0 is   *
      * yes, 100 is no; anything else is reported here and left for  *
      * the caller to list as an exception.                          *
      *****************************************************************
       C62000-CHECK-TABLE-ROW.

            MOVE CURRENT-EMPNO TO HVEMPNO.

            EXEC SQL SELECT  EMPNO
                     INTO :HVEMPNO
                     FROM EMP_PHOTO_RESUME
                     WHERE EMPNO = :HVEMPNO
            END-EXEC.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'C62000 @ SELECT EMPNO' TO DB2IO-COMMAND
               PERFORM D31100-CHECK-SQLCODE
               MOVE 8 TO FEED-RETURN-CODE
            END-IF.

       C62000-EXIT.
            EXIT.


      *****************************************************************
      * Put the EMPNO (back) on the roster - reactivating a marked-  *
      * off entry, or adding one at the end.  A full roster leaves   *
      * ROSTER-ADDED off and the record goes on the exception        *
      * report.                                                      *
      *****************************************************************
       C65000-ADD-TO-ROSTER.

            MOVE 'Y' TO ROSTER-ADDED-SWITCH.

            PERFORM C60000-FIND-ROSTER-ENTRY THRU C60000-EXIT.

            IF ROSTER-IX NOT > ROSTER-ENTRY-COUNT
               MOVE 'A' TO ROSTER-STATE (ROSTER-IX)
               GO TO C65000-EXIT
            END-IF.

            IF ROSTER-ENTRY-COUNT NOT < 20000
               MOVE 'N' TO ROSTER-ADDED-SWITCH
               MOVE 'ROSTER FULL - NOT ADDED'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO C65000-EXIT
            END-IF.

            ADD 1 TO ROSTER-ENTRY-COUNT.
            SET ROSTER-IX TO ROSTER-ENTRY-COUNT.
            MOVE CURRENT-EMPNO TO ROSTER-KEY (ROSTER-IX).
            MOVE 'A'           TO ROSTER-STATE (ROSTER-IX).

       C65000-EXIT.
            EXIT.


      *****************************************************************
      * Walk the archive for the rehires with no table row.  Each    *
      * one whose unload is found goes back on the roster with a     *
      * restore card for EMPARSTR; the rest go on the exception      *
      * report - there is nothing anywhere to restore them from.     *
      *****************************************************************
       B30000-RESOLVE-REHIRES.

            IF REHIRE-ENTRY-COUNT = 0
               GO TO B30000-EXIT
            END-IF.

            OPEN INPUT ARCHIVE-FILE.

            IF ARCHIVE-STATUS-OK
               PERFORM B30005-READ-ARCHIVE-REC THRU B30005-EXIT
               PERFORM B30010-CHECK-UNLOAD THRU B30010-EXIT
                  UNTIL ARCHIVE-EOF OR HEADER-BAD
               CLOSE ARCHIVE-FILE
            ELSE
               DISPLAY '*** WARNING: ARCHIVE (DD EMPARCHV) NOT '
                       'ALLOCATED - REHIRES WITH NO TABLE ROW '
                       'CANNOT BE RESTORED'
            END-IF.

            IF HEADER-BAD
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPHRFED DB2 SAMPLE PROGRAM'
               DISPLAY '***    ARCHIVE HEADER DID NOT VERIFY AFTER '
                       HEADERS-READ-COUNT ' UNLOADS'
               DISPLAY '***    - REST OF THE ARCHIVE NOT SEARCHED'
               DISPLAY '**************************************'
               MOVE 8 TO FEED-RETURN-CODE
            END-IF.

            PERFORM B30020-SETTLE-REHIRE THRU B30020-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > REHIRE-ENTRY-COUNT
                  OR WRITE-FAILED.

       B30000-EXIT.
            EXIT.


       B30005-READ-ARCHIVE-REC.

            READ ARCHIVE-FILE
               AT END
                  MOVE 'Y' TO ARCHIVE-EOF-SWITCH
            END-READ.

       B30005-EXIT.
            EXIT.


      *****************************************************************
      * One unload: verify its header, note it against a waiting     *
      * rehire, and skip past the segments the header names          *
      *****************************************************************
       B30010-CHECK-UNLOAD.

            MOVE ARCHIVE-REC TO ARCHIVE-HEADER.

            IF AHDR-EYECATCHER NOT = 'EMPARCHV'
               OR AHDR-PSEG-SEGMENTS NOT NUMERIC
               OR AHDR-BMP-SEGMENTS NOT NUMERIC
               OR AHDR-RESUME-SEGMENTS NOT NUMERIC
               SET HEADER-BAD TO TRUE
               GO TO B30010-EXIT
            END-IF.

            ADD 1 TO HEADERS-READ-COUNT.

            SET REHIRE-IX TO 1.
            SEARCH REHIRE-ENTRY
               AT END
                  CONTINUE
               WHEN REHIRE-IX > REHIRE-ENTRY-COUNT
                  CONTINUE
               WHEN REHIRE-KEY (REHIRE-IX) = AHDR-EMPNO
                  IF REHIRE-WAITING (REHIRE-IX)
                     MOVE 'F'       TO REHIRE-STATE (REHIRE-IX)
                     MOVE AHDR-DATE TO REHIRE-UNLOAD-DATE (REHIRE-IX)
                  END-IF
            END-SEARCH.

            COMPUTE SEGMENTS-TO-SKIP = AHDR-PSEG-SEGMENTS
               + AHDR-BMP-SEGMENTS + AHDR-RESUME-SEGMENTS.

            PERFORM B30015-SKIP-SEGMENT THRU B30015-EXIT
               SEGMENTS-TO-SKIP TIMES.

            IF ARCHIVE-EOF
               SET HEADER-BAD TO TRUE
               GO TO B30010-EXIT
            END-IF.

            PERFORM B30005-READ-ARCHIVE-REC THRU B30005-EXIT.

       B30010-EXIT.
            EXIT.


       B30015-SKIP-SEGMENT.

            IF NOT ARCHIVE-EOF
               PERFORM B30005-READ-ARCHIVE-REC THRU B30005-EXIT
            END-IF.

       B30015-EXIT.
            EXIT.


       B30020-SETTLE-REHIRE.

            SET REHIRE-IX TO PRINT-IX.
            MOVE REHIRE-KEY (REHIRE-IX) TO CURRENT-EMPNO.
            MOVE 'REHIRE'               TO CURRENT-ACTION.

            IF NOT REHIRE-ARCHIVED (REHIRE-IX)
               MOVE 'REHIRE - NO ARCHIVED EMPLOYEE'
                  TO EXCEPTION-REASON-TEXT
               PERFORM C50000-LOG-EXCEPTION THRU C50000-EXIT
               GO TO B30020-EXIT
            END-IF.

            PERFORM C65000-ADD-TO-ROSTER THRU C65000-EXIT.

            IF NOT ROSTER-ADDED
               GO TO B30020-EXIT
            END-IF.

            MOVE CURRENT-EMPNO TO RESTORE-LIST-REC.
            WRITE RESTORE-LIST-REC.
            IF NOT RESTORE-STATUS-OK
               MOVE 'EMPRSTRL'          TO WRITE-FAILED-DDNAME
               MOVE RESTORE-FILE-STATUS TO WRITE-FAILED-STATUS
               PERFORM C70000-WRITE-FAILED THRU C70000-EXIT
               GO TO B30020-EXIT
            END-IF.
            ADD 1 TO RESTORE-CARD-COUNT.
            ADD 1 TO REHIRE-COUNT.
            DISPLAY '*** ' CURRENT-EMPNO ' REHIRED - RESTORE FROM '
                    'UNLOAD OF ' REHIRE-UNLOAD-DATE (REHIRE-IX).

       B30020-EXIT.
            EXIT.


      *****************************************************************
      * Age every pending termination against the grace period: one  *
      * at least GRACE-DAYS old is written to the purge list and     *
      * dropped, a younger one is carried forward, a cancelled one   *
      * (rehired) simply drops.  A carried-in date that will not     *
      * parse is carried forward untouched and reported - it is      *
      * never purged on a guess.                                     *
      *****************************************************************
       B35000-AGE-TERMINATIONS.

            PERFORM B35010-AGE-ONE-TERMINATION THRU B35010-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > PENDING-ENTRY-COUNT
                  OR WRITE-FAILED.

       B35000-EXIT.
            EXIT.


       B35010-AGE-ONE-TERMINATION.

            SET PENDING-IX TO PRINT-IX.

            IF PENDING-CANCELLED (PENDING-IX)
               GO TO B35010-EXIT
            END-IF.

            MOVE PENDING-DATE (PENDING-IX) TO DATE-CHECK.
            PERFORM D10000-CHECK-DATE THRU D10000-EXIT.

            IF DATE-NOT-VALID
               DISPLAY '*** WARNING: PENDING TERMINATION FOR '
                       PENDING-KEY (PENDING-IX) ' HAS DATE '
                       PENDING-DATE (PENDING-IX) ' - CARRIED, '
                       'NOT PURGED'
               IF FEED-RETURN-CODE < 4
                  MOVE 4 TO FEED-RETURN-CODE
               END-IF
               GO TO B35010-CARRY
            END-IF.

            COMPUTE DAYS-SINCE-TERM = TODAY-INTEGER - TERM-INTEGER.

            IF DAYS-SINCE-TERM NOT < GRACE-DAYS
               MOVE PENDING-KEY (PENDING-IX) TO PURGE-LIST-REC
               WRITE PURGE-LIST-REC
               IF NOT PURGE-STATUS-OK
                  MOVE 'EMPPURGL'        TO WRITE-FAILED-DDNAME
                  MOVE PURGE-FILE-STATUS TO WRITE-FAILED-STATUS
                  PERFORM C70000-WRITE-FAILED THRU C70000-EXIT
                  GO TO B35010-EXIT
               END-IF
               ADD 1 TO PURGE-CARD-COUNT
               GO TO B35010-EXIT
            END-IF.

       B35010-CARRY.
            MOVE SPACES                    TO PENDING-OUT-REC.
            MOVE PENDING-KEY (PENDING-IX)  TO POUT-EMPNO.
            MOVE PENDING-DATE (PENDING-IX) TO POUT-TERM-DATE.
            WRITE PENDING-OUT-REC.
            IF NOT PENDING-OUT-STATUS-OK
               MOVE 'EMPTERMO'              TO WRITE-FAILED-DDNAME
               MOVE PENDING-OUT-FILE-STATUS TO WRITE-FAILED-STATUS
               PERFORM C70000-WRITE-FAILED THRU C70000-EXIT
               GO TO B35010-EXIT
            END-IF.
            ADD 1 TO PENDING-CARRIED-COUNT.

       B35010-EXIT.
            EXIT.


      *****************************************************************
      * Write the maintained roster - every entry still active, in   *
      * the current roster's order with the day's additions last     *
      *****************************************************************
       B40000-WRITE-ROSTER.

            PERFORM B40010-WRITE-ROSTER-ENTRY THRU B40010-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > ROSTER-ENTRY-COUNT
                  OR WRITE-FAILED.

       B40000-EXIT.
            EXIT.


       B40010-WRITE-ROSTER-ENTRY.

            SET ROSTER-IX TO PRINT-IX.

            IF ROSTER-ACTIVE (ROSTER-IX)
               MOVE ROSTER-KEY (ROSTER-IX) TO NEW-ROSTER-REC
               WRITE NEW-ROSTER-REC
               IF NOT NEW-ROSTER-STATUS-OK
                  MOVE 'EMPROSTN'             TO WRITE-FAILED-DDNAME
                  MOVE NEW-ROSTER-FILE-STATUS TO WRITE-FAILED-STATUS
                  PERFORM C70000-WRITE-FAILED THRU C70000-EXIT
                  GO TO B40010-EXIT
               END-IF
               ADD 1 TO ROSTER-WRITTEN-COUNT
            END-IF.

       B40010-EXIT.
            EXIT.


      *****************************************************************
      * A write to an output deck failed - the deck is short, so the *
      * run stops here with RC=8 rather than hand EMPPURGE, EMPARSTR *
      * EMPPHLOD or tomorrow's run an incomplete list                *
      *****************************************************************
       C70000-WRITE-FAILED.

            MOVE 'Y' TO WRITE-FAILED-SWITCH.
            MOVE 'BAD' TO STATUS1.
            MOVE 8 TO FEED-RETURN-CODE.

            DISPLAY '**************************************'.
            DISPLAY '*** ERROR: EMPHRFED DB2 SAMPLE PROGRAM'.
            DISPLAY '***    WRITE TO DD ' WRITE-FAILED-DDNAME
                    ' FAILED - STATUS ' WRITE-FAILED-STATUS.
            DISPLAY '***    AT EMPNO ' CURRENT-EMPNO.
            DISPLAY '***        PROCESSING TERMINATED'.
            DISPLAY '**************************************'.

       C70000-EXIT.
            EXIT.


       B45000-CLOSE-FILES.

            CLOSE HR-FEED-FILE
                  NEW-ROSTER-FILE
                  PENDING-OUT-FILE
                  PURGE-LIST-FILE
                  RESTORE-LIST-FILE
                  NEW-HIRE-FILE.

       B45000-EXIT.
            EXIT.


      *****************************************************************
      * The exception report - every feed record not applied, in     *
      * feed order (rehires settled by the archive walk last), with  *
      * its reason                                                   *
      *****************************************************************
       B50000-PRINT-EXCEPTIONS.

            DISPLAY '**************************************'.
            DISPLAY '*** FEED RECORDS NOT APPLIED:'.

            IF EXCEPTION-COUNT = 0
               DISPLAY '***    NONE'
               GO TO B50000-EXIT
            END-IF.

            PERFORM B50010-PRINT-EXCEPTION-LINE THRU B50010-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > EXCEPTION-ENTRY-COUNT.

            IF EXCEPTION-OVERFLOW > 0
               DISPLAY '***    (EXCEPTION LIST LIMIT REACHED - '
                       EXCEPTION-OVERFLOW ' NOT LISTED)'
            END-IF.

            IF FEED-RETURN-CODE < 4
               MOVE 4 TO FEED-RETURN-CODE
            END-IF.

       B50000-EXIT.
            EXIT.


       B50010-PRINT-EXCEPTION-LINE.

            SET EXCEPTION-IX TO PRINT-IX.

            DISPLAY '***    ' EXCEPTION-EMPNO (EXCEPTION-IX) ' '
                    EXCEPTION-ACTION (EXCEPTION-IX) ' '
                    EXCEPTION-REASON (EXCEPTION-IX).

       B50010-EXIT.
            EXIT.


      *****************************************************************
      * End-of-run totals for the feed and every deck written        *
      *****************************************************************
       B55000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPHRFED END-OF-RUN TOTALS'.
            DISPLAY '*** FEED RECORDS READ:      ' FEED-READ-COUNT.
            DISPLAY '*** HIRES APPLIED:          ' HIRE-COUNT.
            DISPLAY '*** TERMINATIONS APPLIED:   ' TERM-COUNT.
            DISPLAY '*** REHIRES APPLIED:        ' REHIRE-COUNT.
            DISPLAY '*** TRANSFERS APPLIED:      ' TRANSFER-COUNT.
            DISPLAY '*** NOT APPLIED:            ' EXCEPTION-COUNT.
            DISPLAY '*** ROSTER EMPNOS READ:     ' ROSTER-READ-COUNT.
            DISPLAY '*** ROSTER EMPNOS WRITTEN:  '
                    ROSTER-WRITTEN-COUNT.
            DISPLAY '*** PURGE CARDS WRITTEN:    ' PURGE-CARD-COUNT.
            DISPLAY '*** RESTORE CARDS WRITTEN:  ' RESTORE-CARD-COUNT.
            DISPLAY '*** ADD STUBS WRITTEN:      ' STUB-WRITTEN-COUNT.
            DISPLAY '*** TERMS IN GRACE PERIOD:  '
                    PENDING-CARRIED-COUNT.
            DISPLAY '**************************************'.

       B55000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  Records not applied     *
      * ride in the failed column, terminations still inside the     *
      * grace period in the suspended column.  If EMPSUMM isn't      *
      * allocated the trailer is simply skipped.                     *
      *****************************************************************
       B60000-WRITE-SUMMARY-TRAILER.

            OPEN EXTEND RUN-SUMMARY-FILE.

            IF NOT SUMMARY-STATUS-OK
               OPEN OUTPUT RUN-SUMMARY-FILE
            END-IF.

            IF NOT SUMMARY-STATUS-OK
               GO TO B60000-EXIT
            END-IF.

            MOVE SPACES TO RUN-SUMMARY-REC.
            MOVE 'EMPHRFED' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE FEED-READ-COUNT   TO SUMM-READ-COUNT.
            COMPUTE SUMM-OK-COUNT = HIRE-COUNT + TERM-COUNT
               + REHIRE-COUNT + TRANSFER-COUNT.
            MOVE EXCEPTION-COUNT   TO SUMM-FAILED-COUNT.
            MOVE 0                 TO SUMM-SKIPPED-COUNT.
            MOVE 0                 TO SUMM-UNCHANGED-COUNT.
            MOVE FEED-RETURN-CODE  TO SUMM-RETURN-CODE.
            MOVE PENDING-CARRIED-COUNT TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       B60000-EXIT.
            EXIT.


      *****************************************************************
      * Check the date in DATE-CHECK is a real YYYYMMDD calendar     *
      * date, leaving its day number in TERM-INTEGER                 *
      *****************************************************************
       D10000-CHECK-DATE.

            SET DATE-VALID TO TRUE.

            IF DATE-CHECK-NUMBER NOT NUMERIC
               SET DATE-NOT-VALID TO TRUE
               GO TO D10000-EXIT
            END-IF.

            IF DATE-CHECK-YYYY < 1900
               OR DATE-CHECK-MM < 1 OR DATE-CHECK-MM > 12
               OR DATE-CHECK-DD < 1 OR DATE-CHECK-DD > 31
               SET DATE-NOT-VALID TO TRUE
               GO TO D10000-EXIT
            END-IF.

            COMPUTE TERM-INTEGER =
               FUNCTION INTEGER-OF-DATE (DATE-CHECK-NUMBER).

            IF TERM-INTEGER NOT > 0
               SET DATE-NOT-VALID TO TRUE
            END-IF.

       D10000-EXIT.
            EXIT.


       D31100-CHECK-SQLCODE.
      ****************************************************************
      * Verify that the prior SQL call completed successfully
      ****************************************************************
            IF SQLCODE NOT = 0
               MOVE 'BAD' TO STATUS1
               DISPLAY '*    UNEXPECTED SQLCODE FROM EMPHRFED '
                            'DURING ' DB2IO-COMMAND ' REQUEST.'
               DISPLAY '*'
               PERFORM E31110-DETAIL-SQL-ERROR
            END-IF.


       E31110-DETAIL-SQL-ERROR.
      ****************************************************************
      * CALL DSNTIAR TO RETURN A TEXT MESSAGE FOR AN UNEXPECTED
      * SQLCODE.
      ****************************************************************
            CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
            IF RETURN-CODE = ZERO
               PERFORM F31111-PRINT-SQL-ERROR-MSG VARYING ERROR-INDEX
                  FROM 1 BY 1 UNTIL ERROR-INDEX GREATER THAN 10.

      *                                           **MESSAGE FORMAT
      *                                           **ROUTINE ERROR
      *                                           **PRINT ERROR MESSAG


       F31111-PRINT-SQL-ERROR-MSG.
      ****************************************************************
      * PRINT MESSAGE TEXT
      ****************************************************************
            DISPLAY ERROR-TEXT (ERROR-INDEX).
