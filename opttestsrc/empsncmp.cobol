      *****************************************************************
      * MODULE NAME = EMPSNCMP (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Snapshot-to-snapshot change report for     *
      *                    EMP_PHOTO_RESUME                           *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Compares two EMPSNAP full-table snapshots of        *
      *       EMP_PHOTO_RESUME - the older on DD EMPSNOLD, the newer  *
      *       on DD EMPSNNEW - and reports what changed in the table  *
      *       between the two snapshot dates: every employee added,   *
      *       every employee removed, and every employee whose PSEG,  *
      *       BMP or RESUME column changed, with the column's old and *
      *       new lengths (NULL for a NULL column).  The report ends  *
      *       with totals by change type for the quarterly audit      *
      *       sign-off.                                               *
      *                                                               *
      *       Both snapshots are in EMPNO order, as EMPSNAP writes    *
      *       them, so the two are matched in one pass.  Only the     *
      *       header records are compared; each unload's segments are *
      *       read past by the counts its header names.  A column has *
      *       changed when its null flag, its length or its checksum  *
      *       (the sum of its byte values, which EMPSNAP records in   *
      *       the header) differs.  Where either header carries no    *
      *       checksum (an EMPPURGE archive rather than a snapshot)   *
      *       the column is compared on null flag and length only,    *
      *       and the employee is counted as compared on length only. *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch job, it does     *
      *             not require GDDM or ISPF.                         *
      *                                                               *
      *   Restrictions: Two different contents with the same length   *
      *             and the same byte sum are not told apart.  A      *
      *             header that does not verify, an unload cut short, *
      *             or an EMPNO out of sequence means the snapshot    *
      *             cannot be trusted, and the run stops with RC=8    *
      *             and an incomplete report.                         *
      *                                                               *
      * Module type: COBOL program                                    *
      * Module size: See linkedit output                              *
      *  Attributes: Re-entrant and re-usable                         *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation no parameters    *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - Message: change report and totals              *
      *              Return Code = 0004                               *
      *              - some employees were compared on length only    *
      *                (a header without checksums)                   *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPSNCMP DB2 Sample Program*
      *                                Snapshot (DD EMPSNOLD or       *
      *                                EMPSNNEW) could not be opened  *
      *                                Processing terminated          *
      *                                                               *
      *              - Message: *** ERROR: EMPSNCMP DB2 Sample Program*
      *                                Snapshot header did not verify,*
      *                                unload cut short or EMPNO out  *
      *                                of sequence                    *
      *                                Processing terminated          *
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: None                         *
      *             - Data areas       : None                         *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPSNOLD (older snapshot     *
      *                                  input), EMPSNNEW (newer      *
      *                                  snapshot input), EMPSUMM     *
      *                                  (shared run-summary trailer) *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPSNCMP:                                                   *
      *   - Open both snapshots                                       *
      *   - Read and verify the first header on each, skipping its    *
      *     segments                                                  *
      *   - While either snapshot has headers left:                   *
      *     - Old EMPNO lower: report the employee removed, read      *
      *       the next old header                                     *
      *     - New EMPNO lower: report the employee added, read the    *
      *       next new header                                         *
      *     - Same EMPNO: compare each column's null flag, length     *
      *       and checksum, report every column changed, read the     *
      *       next header on both                                     *
      *   - Print the totals by change type and grade the return      *
      *     code                                                      *
      *   - Append the EMPSUMM trailer                                *
      *   End EMPSNCMP                                                *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSNCMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * The older of the two EMPSNAP snapshots being compared        *
      *****************************************************************
           SELECT OLD-SNAPSHOT-FILE  ASSIGN TO EMPSNOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-FILE-STATUS.

      *****************************************************************
      * The newer of the two EMPSNAP snapshots being compared        *
      *****************************************************************
           SELECT NEW-SNAPSHOT-FILE  ASSIGN TO EMPSNNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS.

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
       FD  OLD-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OLD-SNAPSHOT-REC         PIC X(4096).

       FD  NEW-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-SNAPSHOT-REC         PIC X(4096).

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

       01  OLD-FILE-STATUS          PIC X(02).
           88  OLD-STATUS-OK            VALUE '00'.

       01  NEW-FILE-STATUS          PIC X(02).
           88  NEW-STATUS-OK            VALUE '00'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

       01  OLD-EOF-SWITCH           PIC X(01)  VALUE 'N'.
           88  OLD-EOF                  VALUE 'Y'.

       01  NEW-EOF-SWITCH           PIC X(01)  VALUE 'N'.
           88  NEW-EOF                  VALUE 'Y'.

       01  OLD-OPEN-SWITCH          PIC X(01)  VALUE 'N'.
           88  OLD-OPEN                 VALUE 'Y'.

       01  NEW-OPEN-SWITCH          PIC X(01)  VALUE 'N'.
           88  NEW-OPEN                 VALUE 'Y'.

      *****************************************************************
      * Return code held here until the very end, so nothing can     *
      * overwrite it before the trailer records it                   *
      *****************************************************************
       01  COMPARE-RETURN-CODE      PIC 9(01)  VALUE 0.

      *****************************************************************
      * Archive header record parsed from the first record of each   *
      * employee's unload - the layout EMPSNAP and EMPPURGE build -  *
      * verified here before being copied to the old or new side     *
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
           05  AHDR-UNLOAD-TYPE     PIC X(01).
           05  AHDR-PSEG-CHECKSUM   PIC 9(09).
           05  AHDR-BMP-CHECKSUM    PIC 9(09).
           05  AHDR-RESUME-CHECKSUM PIC 9(09).
           05  FILLER               PIC X(4007).

      *****************************************************************
      * The current header on each side of the compare.  The EMPNO   *
      * goes to HIGH-VALUES at end of file so the other side's       *
      * remaining employees all sort low against it.                 *
      *****************************************************************
       01  OLD-HEADER.
           05  OHDR-EMPNO           PIC X(06).
           05  OHDR-DATE            PIC 9(08)  VALUE 0.
           05  OHDR-PSEG-LENGTH     PIC 9(09).
           05  OHDR-PSEG-NULL       PIC X(01).
           05  OHDR-PSEG-CHECKSUM   PIC X(09).
           05  OHDR-BMP-LENGTH      PIC 9(09).
           05  OHDR-BMP-NULL        PIC X(01).
           05  OHDR-BMP-CHECKSUM    PIC X(09).
           05  OHDR-RESUME-LENGTH   PIC 9(05).
           05  OHDR-RESUME-NULL     PIC X(01).
           05  OHDR-RESUME-CHECKSUM PIC X(09).

       01  NEW-HEADER.
           05  NHDR-EMPNO           PIC X(06).
           05  NHDR-DATE            PIC 9(08)  VALUE 0.
           05  NHDR-PSEG-LENGTH     PIC 9(09).
           05  NHDR-PSEG-NULL       PIC X(01).
           05  NHDR-PSEG-CHECKSUM   PIC X(09).
           05  NHDR-BMP-LENGTH      PIC 9(09).
           05  NHDR-BMP-NULL        PIC X(01).
           05  NHDR-BMP-CHECKSUM    PIC X(09).
           05  NHDR-RESUME-LENGTH   PIC 9(05).
           05  NHDR-RESUME-NULL     PIC X(01).
           05  NHDR-RESUME-CHECKSUM PIC X(09).

      *****************************************************************
      * Last EMPNO read on each side, for the sequence check         *
      *****************************************************************
       01  OLD-PREVIOUS-EMPNO       PIC X(06)  VALUE LOW-VALUES.
       01  NEW-PREVIOUS-EMPNO       PIC X(06)  VALUE LOW-VALUES.

      *****************************************************************
      * Capacity of the LOB columns - a header length past any of    *
      * these means the header cannot be trusted, and with it the    *
      * segment counts the read skips by                             *
      *****************************************************************
       01  PSEG-MAX-BYTES   PIC S9(9) COMP VALUE 512000.
       01  BMP-MAX-BYTES    PIC S9(9) COMP VALUE 102400.
       01  RESUME-MAX-BYTES PIC S9(9) COMP VALUE 5120.

      *****************************************************************
      * A header that does not verify, an unload cut short, or an    *
      * EMPNO out of sequence stops the compare - the snapshot can   *
      * no longer be trusted                                         *
      *****************************************************************
       01  HEADER-GOOD-SWITCH       PIC X(01)  VALUE 'Y'.
           88  HEADER-GOOD              VALUE 'Y'.
           88  HEADER-BAD               VALUE 'N'.

       01  SNAPSHOT-PROBLEM         PIC X(30)  VALUE SPACES.
       01  SNAPSHOT-DD-NAME         PIC X(08)  VALUE SPACES.

       01  SEGMENTS-EXPECTED        PIC 9(03)  VALUE 0.
       01  SEGMENTS-LEFT            PIC S9(4)  COMP  VALUE 0.

      *****************************************************************
      * One column's old and new values, loaded from the two headers *
      * for the common column compare                                *
      *****************************************************************
       01  COLUMN-COMPARE.
           05  CMP-COLUMN-NAME      PIC X(06).
           05  CMP-OLD-NULL         PIC X(01).
           05  CMP-OLD-LENGTH       PIC 9(09).
           05  CMP-OLD-CHECKSUM     PIC X(09).
           05  CMP-NEW-NULL         PIC X(01).
           05  CMP-NEW-LENGTH       PIC 9(09).
           05  CMP-NEW-CHECKSUM     PIC X(09).

       01  COLUMN-CHANGED-SWITCH    PIC X(01)  VALUE 'N'.
           88  COLUMN-CHANGED           VALUE 'Y'.
           88  COLUMN-SAME              VALUE 'N'.

       01  EMPLOYEE-CHANGED-SWITCH  PIC X(01)  VALUE 'N'.
           88  EMPLOYEE-CHANGED         VALUE 'Y'.

       01  LENGTH-ONLY-SWITCH       PIC X(01)  VALUE 'N'.
           88  LENGTH-ONLY              VALUE 'Y'.

      *****************************************************************
      * A column length as shown on the report - the length, or the  *
      * word NULL for a NULL column                                  *
      *****************************************************************
       01  OLD-LENGTH-SHOWN.
           05  OLD-LENGTH-NUMBER    PIC 9(09).
       01  OLD-LENGTH-TEXT  REDEFINES OLD-LENGTH-SHOWN
                                    PIC X(09).

       01  NEW-LENGTH-SHOWN.
           05  NEW-LENGTH-NUMBER    PIC 9(09).
       01  NEW-LENGTH-TEXT  REDEFINES NEW-LENGTH-SHOWN
                                    PIC X(09).

       01  PSEG-SHOWN               PIC X(09)  VALUE SPACES.
       01  BMP-SHOWN                PIC X(09)  VALUE SPACES.
       01  RESUME-SHOWN             PIC X(09)  VALUE SPACES.

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  OLD-READ-COUNT           PIC S9(9)  COMP-3  VALUE 0.
       77  NEW-READ-COUNT           PIC S9(9)  COMP-3  VALUE 0.
       77  EMPLOYEES-COMPARED-COUNT PIC S9(9)  COMP-3  VALUE 0.
       77  ADDED-COUNT              PIC S9(9)  COMP-3  VALUE 0.
       77  REMOVED-COUNT            PIC S9(9)  COMP-3  VALUE 0.
       77  CHANGED-COUNT            PIC S9(9)  COMP-3  VALUE 0.
       77  UNCHANGED-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  PSEG-CHANGED-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  BMP-CHANGED-COUNT        PIC S9(9)  COMP-3  VALUE 0.
       77  RESUME-CHANGED-COUNT     PIC S9(9)  COMP-3  VALUE 0.
       77  LENGTH-ONLY-COUNT        PIC S9(9)  COMP-3  VALUE 0.


       PROCEDURE DIVISION.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPSNCMP SNAPSHOT CHANGE REPORT'.
            DISPLAY '**************************************'.

            PERFORM B10000-OPEN-FILES THRU B10000-EXIT.

            IF NOT OK
               GO TO A10000-WRAPUP
            END-IF.

            PERFORM C10000-READ-OLD-UNLOAD THRU C10000-EXIT.
            IF OK
               PERFORM C20000-READ-NEW-UNLOAD THRU C20000-EXIT
            END-IF.

            IF OK
               DISPLAY '*** OLD SNAPSHOT DATE:      ' OHDR-DATE
               DISPLAY '*** NEW SNAPSHOT DATE:      ' NHDR-DATE
               DISPLAY '**************************************'
            END-IF.

            PERFORM B20000-MATCH-EMPLOYEE THRU B20000-EXIT
               UNTIL (OLD-EOF AND NEW-EOF) OR NOT OK.

       A10000-WRAPUP.

            PERFORM B40000-CLOSE-FILES THRU B40000-EXIT.

            PERFORM B30000-PRINT-TOTALS THRU B30000-EXIT.

            PERFORM B35000-WRITE-SUMMARY-TRAILER THRU B35000-EXIT.

            MOVE COMPARE-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Open both snapshots - without both there is nothing to       *
      * compare, so either failing ends the run with RC=8            *
      *****************************************************************
       B10000-OPEN-FILES.

            OPEN INPUT OLD-SNAPSHOT-FILE.

            IF NOT OLD-STATUS-OK
               MOVE 'EMPSNOLD'     TO SNAPSHOT-DD-NAME
               MOVE OLD-FILE-STATUS TO SNAPSHOT-PROBLEM
               GO TO B10000-OPEN-FAILED
            END-IF.

            MOVE 'Y' TO OLD-OPEN-SWITCH.

            OPEN INPUT NEW-SNAPSHOT-FILE.

            IF NOT NEW-STATUS-OK
               MOVE 'EMPSNNEW'     TO SNAPSHOT-DD-NAME
               MOVE NEW-FILE-STATUS TO SNAPSHOT-PROBLEM
               GO TO B10000-OPEN-FAILED
            END-IF.

            MOVE 'Y' TO NEW-OPEN-SWITCH.

            GO TO B10000-EXIT.

       B10000-OPEN-FAILED.

            MOVE 'BAD' TO STATUS1.
            MOVE 8 TO COMPARE-RETURN-CODE.
            DISPLAY '**************************************'.
            DISPLAY '*** ERROR: EMPSNCMP DB2 SAMPLE PROGRAM'.
            DISPLAY '***    SNAPSHOT (DD ' SNAPSHOT-DD-NAME
                    ') COULD NOT BE OPENED - STATUS '
                    SNAPSHOT-PROBLEM (1 : 2).
            DISPLAY '***        PROCESSING TERMINATED'.
            DISPLAY '**************************************'.

       B10000-EXIT.
            EXIT.


      *****************************************************************
      * Match the current old and new headers on EMPNO.  The lower   *
      * EMPNO is only on one snapshot - removed if it is the old     *
      * one's, added if the new one's; equal EMPNOs are compared     *
      * column by column.  Each side then moves to its next header.  *
      *****************************************************************
       B20000-MATCH-EMPLOYEE.

            ADD 1 TO EMPLOYEES-COMPARED-COUNT.

            IF OHDR-EMPNO < NHDR-EMPNO
               ADD 1 TO REMOVED-COUNT
               PERFORM C30000-SHOW-OLD-COLUMNS THRU C30000-EXIT
               DISPLAY '*** ' OHDR-EMPNO ' REMOVED  PSEG '
                       PSEG-SHOWN ' BMP ' BMP-SHOWN
                       ' RESUME ' RESUME-SHOWN
               PERFORM C10000-READ-OLD-UNLOAD THRU C10000-EXIT
               GO TO B20000-EXIT
            END-IF.

            IF OHDR-EMPNO > NHDR-EMPNO
               ADD 1 TO ADDED-COUNT
               PERFORM C31000-SHOW-NEW-COLUMNS THRU C31000-EXIT
               DISPLAY '*** ' NHDR-EMPNO ' ADDED    PSEG '
                       PSEG-SHOWN ' BMP ' BMP-SHOWN
                       ' RESUME ' RESUME-SHOWN
               PERFORM C20000-READ-NEW-UNLOAD THRU C20000-EXIT
               GO TO B20000-EXIT
            END-IF.

            PERFORM C50000-COMPARE-EMPLOYEE THRU C50000-EXIT.

            PERFORM C10000-READ-OLD-UNLOAD THRU C10000-EXIT.
            IF OK
               PERFORM C20000-READ-NEW-UNLOAD THRU C20000-EXIT
            END-IF.

       B20000-EXIT.
            EXIT.


      *****************************************************************
      * Read the next unload on the old snapshot: verify its header, *
      * check the EMPNO is in sequence, and read past its segments   *
      *****************************************************************
       C10000-READ-OLD-UNLOAD.

            READ OLD-SNAPSHOT-FILE
               AT END
                  MOVE 'Y' TO OLD-EOF-SWITCH
                  MOVE HIGH-VALUES TO OHDR-EMPNO
                  GO TO C10000-EXIT
            END-READ.

            MOVE 'EMPSNOLD' TO SNAPSHOT-DD-NAME.

            IF NOT OLD-STATUS-OK
               MOVE 'COULD NOT BE READ' TO SNAPSHOT-PROBLEM
               GO TO C10000-FAILED
            END-IF.

            MOVE OLD-SNAPSHOT-REC TO ARCHIVE-HEADER.

            PERFORM C05000-VERIFY-HEADER THRU C05000-EXIT.

            IF HEADER-BAD
               MOVE 'HEADER DID NOT VERIFY' TO SNAPSHOT-PROBLEM
               GO TO C10000-FAILED
            END-IF.

            IF AHDR-EMPNO NOT > OLD-PREVIOUS-EMPNO
               MOVE 'EMPNO OUT OF SEQUENCE' TO SNAPSHOT-PROBLEM
               GO TO C10000-FAILED
            END-IF.

            ADD 1 TO OLD-READ-COUNT.
            MOVE AHDR-EMPNO           TO OLD-PREVIOUS-EMPNO.
            MOVE AHDR-EMPNO           TO OHDR-EMPNO.
            MOVE AHDR-DATE            TO OHDR-DATE.
            MOVE AHDR-PSEG-LENGTH     TO OHDR-PSEG-LENGTH.
            MOVE AHDR-PSEG-NULL       TO OHDR-PSEG-NULL.
            MOVE AHDR-PSEG-CHECKSUM   TO OHDR-PSEG-CHECKSUM.
            MOVE AHDR-BMP-LENGTH      TO OHDR-BMP-LENGTH.
            MOVE AHDR-BMP-NULL        TO OHDR-BMP-NULL.
            MOVE AHDR-BMP-CHECKSUM    TO OHDR-BMP-CHECKSUM.
            MOVE AHDR-RESUME-LENGTH   TO OHDR-RESUME-LENGTH.
            MOVE AHDR-RESUME-NULL     TO OHDR-RESUME-NULL.
            MOVE AHDR-RESUME-CHECKSUM TO OHDR-RESUME-CHECKSUM.

            COMPUTE SEGMENTS-LEFT = AHDR-PSEG-SEGMENTS
                                  + AHDR-BMP-SEGMENTS
                                  + AHDR-RESUME-SEGMENTS.

            PERFORM C10010-SKIP-OLD-SEGMENT THRU C10010-EXIT
               UNTIL SEGMENTS-LEFT NOT GREATER THAN 0 OR NOT OK.

            GO TO C10000-EXIT.

       C10000-FAILED.

            PERFORM C90000-SNAPSHOT-FAILED THRU C90000-EXIT.

       C10000-EXIT.
            EXIT.


       C10010-SKIP-OLD-SEGMENT.

            READ OLD-SNAPSHOT-FILE
               AT END
                  MOVE 'Y' TO OLD-EOF-SWITCH
            END-READ.

            IF OLD-EOF OR NOT OLD-STATUS-OK
               MOVE 'UNLOAD CUT SHORT' TO SNAPSHOT-PROBLEM
               PERFORM C90000-SNAPSHOT-FAILED THRU C90000-EXIT
               GO TO C10010-EXIT
            END-IF.

            SUBTRACT 1 FROM SEGMENTS-LEFT.

       C10010-EXIT.
            EXIT.


      *****************************************************************
      * Read the next unload on the new snapshot, the same way       *
      *****************************************************************
       C20000-READ-NEW-UNLOAD.

            READ NEW-SNAPSHOT-FILE
               AT END
                  MOVE 'Y' TO NEW-EOF-SWITCH
                  MOVE HIGH-VALUES TO NHDR-EMPNO
                  GO TO C20000-EXIT
            END-READ.

            MOVE 'EMPSNNEW' TO SNAPSHOT-DD-NAME.

            IF NOT NEW-STATUS-OK
               MOVE 'COULD NOT BE READ' TO SNAPSHOT-PROBLEM
               GO TO C20000-FAILED
            END-IF.

            MOVE NEW-SNAPSHOT-REC TO ARCHIVE-HEADER.

            PERFORM C05000-VERIFY-HEADER THRU C05000-EXIT.

            IF HEADER-BAD
               MOVE 'HEADER DID NOT VERIFY' TO SNAPSHOT-PROBLEM
               GO TO C20000-FAILED
            END-IF.

            IF AHDR-EMPNO NOT > NEW-PREVIOUS-EMPNO
               MOVE 'EMPNO OUT OF SEQUENCE' TO SNAPSHOT-PROBLEM
               GO TO C20000-FAILED
            END-IF.

            ADD 1 TO NEW-READ-COUNT.
            MOVE AHDR-EMPNO           TO NEW-PREVIOUS-EMPNO.
            MOVE AHDR-EMPNO           TO NHDR-EMPNO.
            MOVE AHDR-DATE            TO NHDR-DATE.
            MOVE AHDR-PSEG-LENGTH     TO NHDR-PSEG-LENGTH.
            MOVE AHDR-PSEG-NULL       TO NHDR-PSEG-NULL.
            MOVE AHDR-PSEG-CHECKSUM   TO NHDR-PSEG-CHECKSUM.
            MOVE AHDR-BMP-LENGTH      TO NHDR-BMP-LENGTH.
            MOVE AHDR-BMP-NULL        TO NHDR-BMP-NULL.
            MOVE AHDR-BMP-CHECKSUM    TO NHDR-BMP-CHECKSUM.
            MOVE AHDR-RESUME-LENGTH   TO NHDR-RESUME-LENGTH.
            MOVE AHDR-RESUME-NULL     TO NHDR-RESUME-NULL.
            MOVE AHDR-RESUME-CHECKSUM TO NHDR-RESUME-CHECKSUM.

            COMPUTE SEGMENTS-LEFT = AHDR-PSEG-SEGMENTS
                                  + AHDR-BMP-SEGMENTS
                                  + AHDR-RESUME-SEGMENTS.

            PERFORM C20010-SKIP-NEW-SEGMENT THRU C20010-EXIT
               UNTIL SEGMENTS-LEFT NOT GREATER THAN 0 OR NOT OK.

            GO TO C20000-EXIT.

       C20000-FAILED.

            PERFORM C90000-SNAPSHOT-FAILED THRU C90000-EXIT.

       C20000-EXIT.
            EXIT.


       C20010-SKIP-NEW-SEGMENT.

            READ NEW-SNAPSHOT-FILE
               AT END
                  MOVE 'Y' TO NEW-EOF-SWITCH
            END-READ.

            IF NEW-EOF OR NOT NEW-STATUS-OK
               MOVE 'UNLOAD CUT SHORT' TO SNAPSHOT-PROBLEM
               PERFORM C90000-SNAPSHOT-FAILED THRU C90000-EXIT
               GO TO C20010-EXIT
            END-IF.

            SUBTRACT 1 FROM SEGMENTS-LEFT.

       C20010-EXIT.
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
      * Show all three column lengths of an employee only on the     *
      * old snapshot (removed) or only on the new one (added)        *
      *****************************************************************
       C30000-SHOW-OLD-COLUMNS.

            MOVE OHDR-PSEG-NULL     TO CMP-OLD-NULL.
            MOVE OHDR-PSEG-LENGTH   TO CMP-OLD-LENGTH.
            PERFORM C42000-SHOW-OLD-LENGTH THRU C42000-EXIT.
            MOVE OLD-LENGTH-TEXT    TO PSEG-SHOWN.

            MOVE OHDR-BMP-NULL      TO CMP-OLD-NULL.
            MOVE OHDR-BMP-LENGTH    TO CMP-OLD-LENGTH.
            PERFORM C42000-SHOW-OLD-LENGTH THRU C42000-EXIT.
            MOVE OLD-LENGTH-TEXT    TO BMP-SHOWN.

            MOVE OHDR-RESUME-NULL   TO CMP-OLD-NULL.
            MOVE OHDR-RESUME-LENGTH TO CMP-OLD-LENGTH.
            PERFORM C42000-SHOW-OLD-LENGTH THRU C42000-EXIT.
            MOVE OLD-LENGTH-TEXT    TO RESUME-SHOWN.

       C30000-EXIT.
            EXIT.


       C31000-SHOW-NEW-COLUMNS.

            MOVE NHDR-PSEG-NULL     TO CMP-NEW-NULL.
            MOVE NHDR-PSEG-LENGTH   TO CMP-NEW-LENGTH.
            PERFORM C43000-SHOW-NEW-LENGTH THRU C43000-EXIT.
            MOVE NEW-LENGTH-TEXT    TO PSEG-SHOWN.

            MOVE NHDR-BMP-NULL      TO CMP-NEW-NULL.
            MOVE NHDR-BMP-LENGTH    TO CMP-NEW-LENGTH.
            PERFORM C43000-SHOW-NEW-LENGTH THRU C43000-EXIT.
            MOVE NEW-LENGTH-TEXT    TO BMP-SHOWN.

            MOVE NHDR-RESUME-NULL   TO CMP-NEW-NULL.
            MOVE NHDR-RESUME-LENGTH TO CMP-NEW-LENGTH.
            PERFORM C43000-SHOW-NEW-LENGTH THRU C43000-EXIT.
            MOVE NEW-LENGTH-TEXT    TO RESUME-SHOWN.

       C31000-EXIT.
            EXIT.


       C42000-SHOW-OLD-LENGTH.

            IF CMP-OLD-NULL = 'N'
               MOVE CMP-OLD-LENGTH TO OLD-LENGTH-NUMBER
            ELSE
               MOVE 'NULL'         TO OLD-LENGTH-TEXT
            END-IF.

       C42000-EXIT.
            EXIT.


       C43000-SHOW-NEW-LENGTH.

            IF CMP-NEW-NULL = 'N'
               MOVE CMP-NEW-LENGTH TO NEW-LENGTH-NUMBER
            ELSE
               MOVE 'NULL'         TO NEW-LENGTH-TEXT
            END-IF.

       C43000-EXIT.
            EXIT.


      *****************************************************************
      * Compare an employee on both snapshots column by column, and  *
      * report each column that changed with its old and new length  *
      *****************************************************************
       C50000-COMPARE-EMPLOYEE.

            MOVE 'N' TO EMPLOYEE-CHANGED-SWITCH.
            MOVE 'N' TO LENGTH-ONLY-SWITCH.

            MOVE 'PSEG'             TO CMP-COLUMN-NAME.
            MOVE OHDR-PSEG-NULL     TO CMP-OLD-NULL.
            MOVE OHDR-PSEG-LENGTH   TO CMP-OLD-LENGTH.
            MOVE OHDR-PSEG-CHECKSUM TO CMP-OLD-CHECKSUM.
            MOVE NHDR-PSEG-NULL     TO CMP-NEW-NULL.
            MOVE NHDR-PSEG-LENGTH   TO CMP-NEW-LENGTH.
            MOVE NHDR-PSEG-CHECKSUM TO CMP-NEW-CHECKSUM.
            PERFORM C51000-COMPARE-COLUMN THRU C51000-EXIT.
            IF COLUMN-CHANGED
               ADD 1 TO PSEG-CHANGED-COUNT
            END-IF.

            MOVE 'BMP'              TO CMP-COLUMN-NAME.
            MOVE OHDR-BMP-NULL      TO CMP-OLD-NULL.
            MOVE OHDR-BMP-LENGTH    TO CMP-OLD-LENGTH.
            MOVE OHDR-BMP-CHECKSUM  TO CMP-OLD-CHECKSUM.
            MOVE NHDR-BMP-NULL      TO CMP-NEW-NULL.
            MOVE NHDR-BMP-LENGTH    TO CMP-NEW-LENGTH.
            MOVE NHDR-BMP-CHECKSUM  TO CMP-NEW-CHECKSUM.
            PERFORM C51000-COMPARE-COLUMN THRU C51000-EXIT.
            IF COLUMN-CHANGED
               ADD 1 TO BMP-CHANGED-COUNT
            END-IF.

            MOVE 'RESUME'             TO CMP-COLUMN-NAME.
            MOVE OHDR-RESUME-NULL     TO CMP-OLD-NULL.
            MOVE OHDR-RESUME-LENGTH   TO CMP-OLD-LENGTH.
            MOVE OHDR-RESUME-CHECKSUM TO CMP-OLD-CHECKSUM.
            MOVE NHDR-RESUME-NULL     TO CMP-NEW-NULL.
            MOVE NHDR-RESUME-LENGTH   TO CMP-NEW-LENGTH.
            MOVE NHDR-RESUME-CHECKSUM TO CMP-NEW-CHECKSUM.
            PERFORM C51000-COMPARE-COLUMN THRU C51000-EXIT.
            IF COLUMN-CHANGED
               ADD 1 TO RESUME-CHANGED-COUNT
            END-IF.

            IF EMPLOYEE-CHANGED
               ADD 1 TO CHANGED-COUNT
            ELSE
               ADD 1 TO UNCHANGED-COUNT
            END-IF.

            IF LENGTH-ONLY
               ADD 1 TO LENGTH-ONLY-COUNT
            END-IF.

       C50000-EXIT.
            EXIT.


      *****************************************************************
      * One column: changed when the null flag or the length differs,*
      * or when both headers carry a checksum and the two differ.    *
      * A missing checksum on either side leaves the length compare. *
      *****************************************************************
       C51000-COMPARE-COLUMN.

            SET COLUMN-SAME TO TRUE.

            IF CMP-OLD-NULL NOT = CMP-NEW-NULL
               OR CMP-OLD-LENGTH NOT = CMP-NEW-LENGTH
               SET COLUMN-CHANGED TO TRUE
            ELSE
               IF CMP-OLD-CHECKSUM NUMERIC
                  AND CMP-NEW-CHECKSUM NUMERIC
                  IF CMP-OLD-CHECKSUM NOT = CMP-NEW-CHECKSUM
                     SET COLUMN-CHANGED TO TRUE
                  END-IF
               ELSE
                  MOVE 'Y' TO LENGTH-ONLY-SWITCH
               END-IF
            END-IF.

            IF COLUMN-SAME
               GO TO C51000-EXIT
            END-IF.

            MOVE 'Y' TO EMPLOYEE-CHANGED-SWITCH.

            PERFORM C42000-SHOW-OLD-LENGTH THRU C42000-EXIT.
            PERFORM C43000-SHOW-NEW-LENGTH THRU C43000-EXIT.

            DISPLAY '*** ' NHDR-EMPNO ' CHANGED  ' CMP-COLUMN-NAME
                    ' OLD LENGTH ' OLD-LENGTH-TEXT
                    ' NEW LENGTH ' NEW-LENGTH-TEXT.

       C51000-EXIT.
            EXIT.


      *****************************************************************
      * A snapshot that cannot be trusted from here on: say which    *
      * and where, and stop the compare with RC=8                    *
      *****************************************************************
       C90000-SNAPSHOT-FAILED.

            MOVE 'BAD' TO STATUS1.
            MOVE 8 TO COMPARE-RETURN-CODE.
            DISPLAY '**************************************'.
            DISPLAY '*** ERROR: EMPSNCMP DB2 SAMPLE PROGRAM'.
            DISPLAY '***    SNAPSHOT (DD ' SNAPSHOT-DD-NAME ') '
                    SNAPSHOT-PROBLEM.
            DISPLAY '***    AFTER EMPNO ' OLD-PREVIOUS-EMPNO
                    ' (OLD) ' NEW-PREVIOUS-EMPNO ' (NEW)'.
            DISPLAY '***    - REPORT IS INCOMPLETE'.
            DISPLAY '***        PROCESSING TERMINATED'.
            DISPLAY '**************************************'.

       C90000-EXIT.
            EXIT.


      *****************************************************************
      * End-of-run totals by change type, and the graded return      *
      * code: 0 normally, 4 when any employee was compared on length *
      * only, 8 when a snapshot would not open or could not be       *
      * trusted                                                      *
      *****************************************************************
       B30000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPSNCMP END-OF-RUN TOTALS'.
            DISPLAY '*** OLD SNAPSHOT UNLOADS:   ' OLD-READ-COUNT.
            DISPLAY '*** NEW SNAPSHOT UNLOADS:   ' NEW-READ-COUNT.
            DISPLAY '*** EMPLOYEES ADDED:        ' ADDED-COUNT.
            DISPLAY '*** EMPLOYEES REMOVED:      ' REMOVED-COUNT.
            DISPLAY '*** EMPLOYEES CHANGED:      ' CHANGED-COUNT.
            DISPLAY '***   PSEG CHANGED:         ' PSEG-CHANGED-COUNT.
            DISPLAY '***   BMP CHANGED:          ' BMP-CHANGED-COUNT.
            DISPLAY '***   RESUME CHANGED:       '
                    RESUME-CHANGED-COUNT.
            DISPLAY '*** EMPLOYEES UNCHANGED:    ' UNCHANGED-COUNT.
            DISPLAY '*** COMPARED ON LENGTH ONLY:' LENGTH-ONLY-COUNT.

            IF COMPARE-RETURN-CODE = 0
               IF LENGTH-ONLY-COUNT > 0
                  MOVE 4 TO COMPARE-RETURN-CODE
               END-IF
            END-IF.

            IF COMPARE-RETURN-CODE = 8
               DISPLAY '*** REPORT IS INCOMPLETE - DO NOT SIGN OFF'
            END-IF.

            DISPLAY '*** RETURN CODE:            '
                    COMPARE-RETURN-CODE.
            DISPLAY '**************************************'.

       B30000-EXIT.
            EXIT.


       B40000-CLOSE-FILES.

            IF OLD-OPEN
               CLOSE OLD-SNAPSHOT-FILE
            END-IF.

            IF NEW-OPEN
               CLOSE NEW-SNAPSHOT-FILE
            END-IF.

       B40000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  Employees compared ride *
      * in the read column, those added, removed or changed in the   *
      * OK column, and those compared on length only in the skipped  *
      * column.  If EMPSUMM isn't allocated the trailer is simply    *
      * skipped.                                                     *
      *****************************************************************
       B35000-WRITE-SUMMARY-TRAILER.

            OPEN EXTEND RUN-SUMMARY-FILE.

            IF NOT SUMMARY-STATUS-OK
               OPEN OUTPUT RUN-SUMMARY-FILE
            END-IF.

            IF NOT SUMMARY-STATUS-OK
               GO TO B35000-EXIT
            END-IF.

            MOVE SPACES TO RUN-SUMMARY-REC.
            MOVE 'EMPSNCMP' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE EMPLOYEES-COMPARED-COUNT TO SUMM-READ-COUNT.
            COMPUTE SUMM-OK-COUNT = ADDED-COUNT + REMOVED-COUNT
                                  + CHANGED-COUNT.
            MOVE 0                        TO SUMM-FAILED-COUNT.
            MOVE LENGTH-ONLY-COUNT        TO SUMM-SKIPPED-COUNT.
            MOVE UNCHANGED-COUNT          TO SUMM-UNCHANGED-COUNT.
            MOVE COMPARE-RETURN-CODE      TO SUMM-RETURN-CODE.
            MOVE 0 TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       B35000-EXIT.
            EXIT.
