      *****************************************************************
      * MODULE NAME = EMPRMERG (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Merge step for a partitioned DSN8CLPV      *
      *                    batch roster run                           *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Runs after the partitions of a partitioned DSN8CLPV *
      *       roster run (EXEC PARM 'ROSTER ... PART=nn,llllll-       *
      *       hhhhhh') have all ended, and puts them back together    *
      *       into what a single roster run would have left behind:   *
      *        - proves the partitions covered the whole roster with  *
      *          no gaps and no overlaps: every partition finished,   *
      *          in this cycle (control record dated today or         *
      *          yesterday, so a run that crosses midnight passes),   *
      *          all as full runs or all with change detection, no    *
      *          two EMPNO ranges overlap, every EMPNO on the         *
      *          roster (DD EMPROSTR) falls in a partition's range,   *
      *          and each partition read exactly the roster EMPNOs in *
      *          its range;                                           *
      *        - combines the partitions' fingerprint slices (DD      *
      *          EMPFNGRS, the slices concatenated in any order) into *
      *          the single EMPFNGRO the next night's run reads, and  *
      *          checks each partition's slice came through whole;    *
      *        - prints one combined control-totals block, grades one *
      *          return code the way a single roster run does, and    *
      *          appends the combined trailer to DD EMPSUMM under     *
      *          DSN8CLPV's own name.                                 *
      *                                                               *
      *       Each partition appends its own DSN8CLPV trailer to      *
      *       EMPSUMM as it ends; the combined trailer goes on after  *
      *       them all, so EMPSUMRP and the EMPPGATE roster trend     *
      *       check, which both take the last DSN8CLPV trailer of a   *
      *       night, see the whole roster's counts exactly as they    *
      *       would for a single run.                                 *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch job, it does     *
      *             not touch DB2, GDDM or ISPF.                      *
      *                                                               *
      *   Restrictions: Up to 99 partitions (the PART= number).       *
      *             When the coverage is not proven EMPFNGRO is not   *
      *             written, or - when a slice comes up short - is    *
      *             written but the run ends RC=8, and the JCL must   *
      *             not catalog it over EMPFNGRI, so the next night   *
      *             works from the last good fingerprints.            *
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
      *              - every roster employee processed OK             *
      *              Return Code = 0004                               *
      *              - some employees failed, or a partition could    *
      *                not check the consent register (see the        *
      *                combined totals block)                         *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPRMERG DB2 Sample Program*
      *                                Partition control records (DD  *
      *                                EMPPCTL) or the roster (DD     *
      *                                EMPROSTR) could not be read    *
      *                                Processing terminated          *
      *                                                               *
      *              - Message: *** ERROR: EMPRMERG DB2 Sample Program*
      *                                Write to the merged            *
      *                                fingerprints (DD EMPFNGRO)     *
      *                                failed                         *
      *                                Processing terminated          *
      *                                                               *
      *              - Message: *** COVERAGE ERROR: ...               *
      *                                a partition not finished or    *
      *                                not from this cycle, partitions*
      *                                run in different modes, two    *
      *                                partitions overlapping, a      *
      *                                roster EMPNO in no partition, a*
      *                                read count or a fingerprint    *
      *                                slice not matching its         *
      *                                partition                      *
      *                                                               *
      *              - nothing was processed in any partition         *
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: None                         *
      *             - Data areas       : None                         *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPPCTL (the partitions'     *
      *                                  control records,             *
      *                                  concatenated), EMPROSTR      *
      *                                  (roster), EMPFNGRS (the      *
      *                                  partitions' fingerprint      *
      *                                  slices, concatenated),       *
      *                                  EMPFNGRO (merged fingerprints*
      *                                  for the next run), EMPSUMM   *
      *                                  (shared run-summary trailer) *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPRMERG:                                                   *
      *   - Load every partition's control record, checking each is   *
      *     readable, finished and not repeated                       *
      *   - Check no two partitions' EMPNO ranges overlap             *
      *   - Read the roster: every EMPNO must fall in a partition's   *
      *     range; count each partition's share and check it against  *
      *     the partition's read count                                *
      *   - When the coverage holds, copy every slice record to       *
      *     EMPFNGRO and check each partition's slice count           *
      *   - Add the partitions' totals together, grade the return     *
      *     code, print the partition list and the combined totals    *
      *     block, and append the combined DSN8CLPV trailer           *
      *   End EMPRMERG                                                *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRMERG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * The partitions' control records - one per partition, each    *
      * partition's own dataset concatenated on this DD              *
      *****************************************************************
           SELECT PARTITION-CONTROL-FILE  ASSIGN TO EMPPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.

      *****************************************************************
      * The roster of EMPNOs the partitions divided between them     *
      *****************************************************************
           SELECT EMPNO-ROSTER-FILE  ASSIGN TO EMPROSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.

      *****************************************************************
      * The partitions' fingerprint slices - each partition's        *
      * EMPFNGRO, concatenated on this DD in any order               *
      *****************************************************************
           SELECT FNGR-SLICE-FILE  ASSIGN TO EMPFNGRS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FNGR-SLICE-STATUS.

      *****************************************************************
      * The merged fingerprints, for the next night's roster run -   *
      * the JCL catalogs EMPFNGRO over EMPFNGRI after a clean run    *
      *****************************************************************
           SELECT FNGR-OUT-FILE  ASSIGN TO EMPFNGRO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FNGR-OUT-STATUS.

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
               88  PCTL-STARTED         VALUE 'S'.
               88  PCTL-FINISHED        VALUE 'C'.
               88  PCTL-ROSTER-NOT-OPEN VALUE 'O'.
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

      *****************************************************************
      * The same record seen as its run of fifteen counts, so each   *
      * can be tested numeric before it is added into the totals     *
      *****************************************************************
       01  PARTITION-CONTROL-COUNTS.
           05  FILLER               PIC X(50).
           05  PCTL-COUNT-ENTRY  OCCURS 15 TIMES
                                 INDEXED BY PCTL-CX.
               10  PCTL-COUNT       PIC 9(07).
               10  FILLER           PIC X(01).
           05  FILLER               PIC X(30).

       FD  EMPNO-ROSTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPNO-ROSTER-REC         PIC X(06).

       FD  FNGR-SLICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FNGR-SLICE-REC.
           05  FNGRS-EMPNO          PIC X(06).
           05  FILLER               PIC X(34).

       FD  FNGR-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FNGR-OUT-REC             PIC X(40).

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

       01  PARTITION-CONTROL-STATUS PIC X(02).
           88  PARTITION-CONTROL-OK     VALUE '00'.

       01  PCTL-EOF-SWITCH          PIC X(01)  VALUE 'N'.
           88  PCTL-EOF                 VALUE 'Y'.

       01  PCTL-USABLE-SWITCH       PIC X(01)  VALUE 'Y'.
           88  PCTL-USABLE              VALUE 'Y'.

       01  ROSTER-FILE-STATUS       PIC X(02).
           88  ROSTER-STATUS-OK         VALUE '00'.

       01  ROSTER-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  ROSTER-EOF               VALUE 'Y'.

       01  FNGR-SLICE-STATUS        PIC X(02).
           88  FNGR-SLICE-STATUS-OK     VALUE '00'.

       01  FNGR-SLICE-EOF-SWITCH    PIC X(01)  VALUE 'N'.
           88  FNGR-SLICE-EOF           VALUE 'Y'.

       01  FNGR-OUT-STATUS          PIC X(02).
           88  FNGR-OUT-STATUS-OK       VALUE '00'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

      *****************************************************************
      * One entry per partition, from its control record, with the   *
      * share of the roster and of the fingerprint slices this run   *
      * finds inside its range                                       *
      *****************************************************************
       01  PARTITION-TABLE.
           05  PART-ENTRY-COUNT     PIC S9(4)  COMP  VALUE 0.
           05  PART-ENTRY  OCCURS 99 TIMES
                           INDEXED BY PART-IX PART-JX.
               10  PT-NUMBER        PIC 9(02).
               10  PT-LOW-EMPNO     PIC X(06).
               10  PT-HIGH-EMPNO    PIC X(06).
               10  PT-STATE         PIC X(01).
               10  PT-DATE          PIC 9(08).
               10  PT-FULL-RUN      PIC X(01).
               10  PT-RETURN-CODE   PIC 9(01).
               10  PT-READ-COUNT    PIC S9(7)  COMP-3.
               10  PT-OK-COUNT      PIC S9(7)  COMP-3.
               10  PT-FAILED-COUNT  PIC S9(7)  COMP-3.
               10  PT-NO-ROW-COUNT  PIC S9(7)  COMP-3.
               10  PT-NO-PSEG-COUNT PIC S9(7)  COMP-3.
               10  PT-PSEG-SIZE-COUNT
                                    PIC S9(7)  COMP-3.
               10  PT-OTHER-SQL-COUNT
                                    PIC S9(7)  COMP-3.
               10  PT-SKIPPED-COUNT PIC S9(7)  COMP-3.
               10  PT-UNCHANGED-COUNT
                                    PIC S9(7)  COMP-3.
               10  PT-SUSPENDED-COUNT
                                    PIC S9(7)  COMP-3.
               10  PT-ARCHIVE-FAIL-COUNT
                                    PIC S9(7)  COMP-3.
               10  PT-WITHHELD-COUNT
                                    PIC S9(7)  COMP-3.
               10  PT-UNCHECKED-COUNT
                                    PIC S9(7)  COMP-3.
               10  PT-FNGR-COUNT    PIC S9(7)  COMP-3.
               10  PT-ROSTER-COUNT  PIC S9(7)  COMP-3.
               10  PT-SLICE-COUNT   PIC S9(7)  COMP-3.

       01  PARTITION-MATCH-COUNT    PIC S9(4)  COMP  VALUE 0.

       01  PART-STATE-TEXT          PIC X(18).
       01  PART-MODE-TEXT           PIC X(13).
       01  PART-COUNT-PRINT         PIC Z9.

      *****************************************************************
      * Today's day number, and a control record's date taken apart  *
      * for the range checks made before it is turned into one - a   *
      * partition dated before yesterday did not run this cycle      *
      *****************************************************************
       01  TODAY-DATE               PIC 9(08).
       01  TODAY-INTEGER            PIC S9(9)  COMP  VALUE 0.
       01  PART-INTEGER             PIC S9(9)  COMP  VALUE 0.

       01  DATE-CHECK.
           05  DATE-CHECK-YYYY      PIC 9(04).
           05  DATE-CHECK-MM        PIC 9(02).
           05  DATE-CHECK-DD        PIC 9(02).
       01  DATE-CHECK-NUMBER REDEFINES DATE-CHECK
                                    PIC 9(08).

      *****************************************************************
      * Coverage problems found, and the roster EMPNOs in no         *
      * partition - only the first GAP-PRINT-LIMIT are listed        *
      *****************************************************************
       77  COVERAGE-ERROR-COUNT     PIC S9(7)  COMP-3  VALUE 0.
       77  ROSTER-GAP-COUNT         PIC S9(7)  COMP-3  VALUE 0.
       77  STRAY-FNGR-COUNT         PIC S9(7)  COMP-3  VALUE 0.
       77  GAP-PRINT-LIMIT          PIC S9(7)  COMP-3  VALUE 50.

      *****************************************************************
      * Merge-step counts                                            *
      *****************************************************************
       77  CONTROLS-READ-COUNT      PIC S9(7)  COMP-3  VALUE 0.
       77  ROSTER-RECORDS-COUNT     PIC S9(7)  COMP-3  VALUE 0.
       77  SLICE-RECORDS-COUNT      PIC S9(7)  COMP-3  VALUE 0.
       77  FNGR-WRITTEN-COUNT       PIC S9(7)  COMP-3  VALUE 0.
       77  FNGR-EXPECTED-COUNT      PIC S9(7)  COMP-3  VALUE 0.

      *****************************************************************
      * Combined control totals - the partitions' totals added       *
      * together, printed and graded as a single roster run's are    *
      *****************************************************************
       77  ROSTER-READ-COUNT        PIC S9(7)  COMP-3  VALUE 0.
       77  ROSTER-OK-COUNT          PIC S9(7)  COMP-3  VALUE 0.
       77  ROSTER-FAILED-COUNT      PIC S9(7)  COMP-3  VALUE 0.
       77  ROSTER-SKIPPED-COUNT     PIC S9(7)  COMP-3  VALUE 0.
       77  ROSTER-UNCHANGED-COUNT   PIC S9(7)  COMP-3  VALUE 0.
       77  ROSTER-SUSPENDED-COUNT   PIC S9(7)  COMP-3  VALUE 0.
       77  FAIL-NO-ROW-COUNT        PIC S9(7)  COMP-3  VALUE 0.
       77  FAIL-NO-PSEG-COUNT       PIC S9(7)  COMP-3  VALUE 0.
       77  FAIL-PSEG-SIZE-COUNT     PIC S9(7)  COMP-3  VALUE 0.
       77  FAIL-OTHER-SQL-COUNT     PIC S9(7)  COMP-3  VALUE 0.
       77  ARCHIVE-FAIL-COUNT       PIC S9(7)  COMP-3  VALUE 0.
       77  CONSENT-WITHHELD-COUNT   PIC S9(7)  COMP-3  VALUE 0.
       77  CONSENT-UNCHECKED-COUNT  PIC S9(7)  COMP-3  VALUE 0.

       01  MERGE-RETURN-CODE        PIC 9(01)  VALUE 0.


       PROCEDURE DIVISION.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPRMERG PARTITIONED ROSTER RUN MERGE'.
            DISPLAY '**************************************'.

            PERFORM B10000-LOAD-CONTROLS THRU B10000-EXIT.

            IF OK
               PERFORM B20000-CHECK-RANGES THRU B20000-EXIT
               PERFORM B30000-CHECK-ROSTER THRU B30000-EXIT
            END-IF.

            IF OK AND COVERAGE-ERROR-COUNT = 0
               PERFORM B40000-MERGE-FINGERPRINTS THRU B40000-EXIT
            ELSE
               DISPLAY '*** COVERAGE NOT PROVEN - FINGERPRINTS NOT '
                       'MERGED, EMPFNGRO NOT WRITTEN'
            END-IF.

            PERFORM B50000-COMBINE-TOTALS THRU B50000-EXIT.

            PERFORM B60000-GRADE-RETURN-CODE THRU B60000-EXIT.

            PERFORM B65000-PRINT-TOTALS THRU B65000-EXIT.

            PERFORM B35000-WRITE-SUMMARY-TRAILER THRU B35000-EXIT.

            MOVE MERGE-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Load every partition's control record.  A record that will   *
      * not parse, a partition number seen twice, a partition that   *
      * did not get to the end of its range, one left over from an   *
      * earlier cycle, or one run in a different mode (full or       *
      * change-detect) from the first is a coverage error; no        *
      * records at all, or no dataset, ends the run.                 *
      *****************************************************************
       B10000-LOAD-CONTROLS.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (TODAY-DATE).

            OPEN INPUT PARTITION-CONTROL-FILE.

            IF NOT PARTITION-CONTROL-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPRMERG DB2 SAMPLE PROGRAM'
               DISPLAY '***    PARTITION CONTROL RECORDS (DD EMPPCTL)'
               DISPLAY '***    COULD NOT BE OPENED - STATUS '
                       PARTITION-CONTROL-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               GO TO B10000-EXIT
            END-IF.

            DISPLAY '*** PARTITION CHECK:'.

            PERFORM B10005-READ-CONTROL-REC THRU B10005-EXIT.

            PERFORM B10010-KEEP-CONTROL-REC THRU B10010-EXIT
               UNTIL PCTL-EOF.

            CLOSE PARTITION-CONTROL-FILE.

            IF PART-ENTRY-COUNT = 0
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPRMERG DB2 SAMPLE PROGRAM'
               DISPLAY '***    NO USABLE PARTITION CONTROL RECORD'
               DISPLAY '***    ON DD EMPPCTL'
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
            END-IF.

       B10000-EXIT.
            EXIT.


       B10005-READ-CONTROL-REC.

            READ PARTITION-CONTROL-FILE
               AT END
                  MOVE 'Y' TO PCTL-EOF-SWITCH
               NOT AT END
                  ADD 1 TO CONTROLS-READ-COUNT
            END-READ.

       B10005-EXIT.
            EXIT.


       B10010-KEEP-CONTROL-REC.

            MOVE 'Y' TO PCTL-USABLE-SWITCH.

            IF PCTL-PROGRAM NOT = 'DSN8CLPV'
               OR PCTL-PARTITION NOT NUMERIC
               OR PCTL-RETURN-CODE NOT NUMERIC
               OR PCTL-DATE NOT NUMERIC
               OR NOT (PCTL-STARTED OR PCTL-FINISHED
                       OR PCTL-ROSTER-NOT-OPEN)
               OR PCTL-LOW-EMPNO > PCTL-HIGH-EMPNO
               MOVE 'N' TO PCTL-USABLE-SWITCH
            ELSE
               PERFORM C10000-CHECK-COUNT THRU C10000-EXIT
                  VARYING PCTL-CX FROM 1 BY 1
                  UNTIL PCTL-CX > 15
            END-IF.

            IF NOT PCTL-USABLE OR PCTL-PARTITION = 0
               DISPLAY '*** COVERAGE ERROR: CONTROL RECORD '
                       CONTROLS-READ-COUNT ' WILL NOT PARSE'
               ADD 1 TO COVERAGE-ERROR-COUNT
               GO TO B10010-NEXT
            END-IF.

            SET PART-IX TO 1.
            SEARCH PART-ENTRY
               AT END
                  CONTINUE
               WHEN PART-IX > PART-ENTRY-COUNT
                  CONTINUE
               WHEN PT-NUMBER (PART-IX) = PCTL-PARTITION
                  DISPLAY '*** COVERAGE ERROR: PARTITION '
                          PCTL-PARTITION ' HAS TWO CONTROL RECORDS'
                  ADD 1 TO COVERAGE-ERROR-COUNT
                  GO TO B10010-NEXT
            END-SEARCH.

            ADD 1 TO PART-ENTRY-COUNT.
            SET PART-IX TO PART-ENTRY-COUNT.
            MOVE PCTL-PARTITION         TO PT-NUMBER (PART-IX).
            MOVE PCTL-LOW-EMPNO         TO PT-LOW-EMPNO (PART-IX).
            MOVE PCTL-HIGH-EMPNO        TO PT-HIGH-EMPNO (PART-IX).
            MOVE PCTL-STATE             TO PT-STATE (PART-IX).
            MOVE PCTL-DATE              TO PT-DATE (PART-IX).
            MOVE PCTL-FULL-RUN          TO PT-FULL-RUN (PART-IX).
            MOVE PCTL-RETURN-CODE       TO PT-RETURN-CODE (PART-IX).
            MOVE PCTL-READ-COUNT        TO PT-READ-COUNT (PART-IX).
            MOVE PCTL-OK-COUNT          TO PT-OK-COUNT (PART-IX).
            MOVE PCTL-FAILED-COUNT      TO PT-FAILED-COUNT (PART-IX).
            MOVE PCTL-NO-ROW-COUNT      TO PT-NO-ROW-COUNT (PART-IX).
            MOVE PCTL-NO-PSEG-COUNT     TO PT-NO-PSEG-COUNT (PART-IX).
            MOVE PCTL-PSEG-SIZE-COUNT
               TO PT-PSEG-SIZE-COUNT (PART-IX).
            MOVE PCTL-OTHER-SQL-COUNT
               TO PT-OTHER-SQL-COUNT (PART-IX).
            MOVE PCTL-SKIPPED-COUNT     TO PT-SKIPPED-COUNT (PART-IX).
            MOVE PCTL-UNCHANGED-COUNT
               TO PT-UNCHANGED-COUNT (PART-IX).
            MOVE PCTL-SUSPENDED-COUNT
               TO PT-SUSPENDED-COUNT (PART-IX).
            MOVE PCTL-ARCHIVE-FAIL-COUNT
               TO PT-ARCHIVE-FAIL-COUNT (PART-IX).
            MOVE PCTL-WITHHELD-COUNT
               TO PT-WITHHELD-COUNT (PART-IX).
            MOVE PCTL-UNCHECKED-COUNT
               TO PT-UNCHECKED-COUNT (PART-IX).
            MOVE PCTL-FNGR-COUNT        TO PT-FNGR-COUNT (PART-IX).
            MOVE 0 TO PT-ROSTER-COUNT (PART-IX).
            MOVE 0 TO PT-SLICE-COUNT (PART-IX).

            PERFORM C10010-PRINT-PARTITION THRU C10010-EXIT.

            IF NOT PCTL-FINISHED
               ADD 1 TO COVERAGE-ERROR-COUNT
            END-IF.

            PERFORM C10020-CHECK-PARTITION-DATE THRU C10020-EXIT.

            IF PT-FULL-RUN (PART-IX) NOT = PT-FULL-RUN (1)
               DISPLAY '*** COVERAGE ERROR: PARTITIONS '
                       PT-NUMBER (1) ' AND ' PT-NUMBER (PART-IX)
                       ' RAN IN DIFFERENT MODES - FULL AND '
                       'CHANGE-DETECT'
               ADD 1 TO COVERAGE-ERROR-COUNT
            END-IF.

       B10010-NEXT.
            PERFORM B10005-READ-CONTROL-REC THRU B10005-EXIT.

       B10010-EXIT.
            EXIT.


       C10000-CHECK-COUNT.

            IF PCTL-COUNT (PCTL-CX) NOT NUMERIC
               MOVE 'N' TO PCTL-USABLE-SWITCH
            END-IF.

       C10000-EXIT.
            EXIT.


      *****************************************************************
      * One line per partition as its control record is taken in,    *
      * with a coverage error line for one that never finished       *
      *****************************************************************
       C10010-PRINT-PARTITION.

            IF PT-FULL-RUN (PART-IX) = 'Y'
               MOVE 'FULL'          TO PART-MODE-TEXT
            ELSE
               MOVE 'CHANGE-DETECT' TO PART-MODE-TEXT
            END-IF.

            EVALUATE PT-STATE (PART-IX)
               WHEN 'C'
                  MOVE 'FINISHED'           TO PART-STATE-TEXT
               WHEN 'S'
                  MOVE 'DID NOT FINISH'     TO PART-STATE-TEXT
               WHEN OTHER
                  MOVE 'ROSTER NOT OPENED'  TO PART-STATE-TEXT
            END-EVALUATE.

            DISPLAY '***    PARTITION ' PT-NUMBER (PART-IX) ' '
                    PT-LOW-EMPNO (PART-IX) ' - '
                    PT-HIGH-EMPNO (PART-IX) ' READ '
                    PT-READ-COUNT (PART-IX) ' RC '
                    PT-RETURN-CODE (PART-IX) ' ' PART-STATE-TEXT.
            DISPLAY '***                 RUN '
                    PT-DATE (PART-IX) ' ' PART-MODE-TEXT.

            IF PT-STATE (PART-IX) NOT = 'C'
               DISPLAY '*** COVERAGE ERROR: PARTITION '
                       PT-NUMBER (PART-IX) ' ' PART-STATE-TEXT
            END-IF.

       C10010-EXIT.
            EXIT.


      *****************************************************************
      * A partition's control record must be from this cycle - dated *
      * today, or yesterday for a run that crossed midnight.  A      *
      * dataset left from an earlier cycle by a partition that never *
      * started would otherwise pass as finished, stale slice and    *
      * all.  A date that is not a real date counts the same.        *
      *****************************************************************
       C10020-CHECK-PARTITION-DATE.

            MOVE PT-DATE (PART-IX) TO DATE-CHECK.
            MOVE 0 TO PART-INTEGER.

            IF DATE-CHECK-YYYY NOT < 1900
               AND DATE-CHECK-MM NOT < 1 AND DATE-CHECK-MM NOT > 12
               AND DATE-CHECK-DD NOT < 1 AND DATE-CHECK-DD NOT > 31
               COMPUTE PART-INTEGER =
                  FUNCTION INTEGER-OF-DATE (DATE-CHECK-NUMBER)
            END-IF.

            IF PART-INTEGER NOT > 0
               OR PART-INTEGER > TODAY-INTEGER
               OR TODAY-INTEGER - PART-INTEGER > 1
               DISPLAY '*** COVERAGE ERROR: PARTITION '
                       PT-NUMBER (PART-IX) ' CONTROL RECORD DATED '
                       PT-DATE (PART-IX) ' - NOT THIS CYCLE, TODAY IS '
                       TODAY-DATE
               ADD 1 TO COVERAGE-ERROR-COUNT
            END-IF.

       C10020-EXIT.
            EXIT.


      *****************************************************************
      * No two partitions' EMPNO ranges may overlap - an employee    *
      * in both would have been processed twice                      *
      *****************************************************************
       B20000-CHECK-RANGES.

            PERFORM B20010-CHECK-AGAINST-LATER THRU B20010-EXIT
               VARYING PART-IX FROM 1 BY 1
               UNTIL PART-IX > PART-ENTRY-COUNT.

       B20000-EXIT.
            EXIT.


       B20010-CHECK-AGAINST-LATER.

            PERFORM C20000-CHECK-OVERLAP THRU C20000-EXIT
               VARYING PART-JX FROM PART-IX BY 1
               UNTIL PART-JX > PART-ENTRY-COUNT.

       B20010-EXIT.
            EXIT.


       C20000-CHECK-OVERLAP.

            IF PART-JX = PART-IX
               GO TO C20000-EXIT
            END-IF.

            IF PT-LOW-EMPNO (PART-IX) NOT > PT-HIGH-EMPNO (PART-JX)
               AND PT-LOW-EMPNO (PART-JX)
                      NOT > PT-HIGH-EMPNO (PART-IX)
               DISPLAY '*** COVERAGE ERROR: PARTITIONS '
                       PT-NUMBER (PART-IX) ' AND '
                       PT-NUMBER (PART-JX) ' OVERLAP'
               ADD 1 TO COVERAGE-ERROR-COUNT
            END-IF.

       C20000-EXIT.
            EXIT.


      *****************************************************************
      * Read the roster: every EMPNO on it must fall in some         *
      * partition's range, and each partition must have read         *
      * exactly the roster EMPNOs in its range - fewer means it      *
      * stopped short or ran against a different roster.             *
      *****************************************************************
       B30000-CHECK-ROSTER.

            OPEN INPUT EMPNO-ROSTER-FILE.

            IF NOT ROSTER-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPRMERG DB2 SAMPLE PROGRAM'
               DISPLAY '***    ROSTER (DD EMPROSTR) COULD NOT BE'
               DISPLAY '***    OPENED - STATUS ' ROSTER-FILE-STATUS
               DISPLAY '***    COVERAGE CANNOT BE CHECKED'
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               GO TO B30000-EXIT
            END-IF.

            PERFORM B30005-READ-ROSTER-REC THRU B30005-EXIT.

            PERFORM B30010-PLACE-ROSTER-EMPNO THRU B30010-EXIT
               UNTIL ROSTER-EOF.

            CLOSE EMPNO-ROSTER-FILE.

            IF ROSTER-GAP-COUNT > GAP-PRINT-LIMIT
               DISPLAY '*** COVERAGE ERROR: ' ROSTER-GAP-COUNT
                       ' ROSTER EMPNOS IN NO PARTITION IN ALL - '
                       'THE FIRST ' GAP-PRINT-LIMIT ' ARE LISTED'
            END-IF.

            ADD ROSTER-GAP-COUNT TO COVERAGE-ERROR-COUNT.

            PERFORM C30010-CHECK-READ-COUNT THRU C30010-EXIT
               VARYING PART-IX FROM 1 BY 1
               UNTIL PART-IX > PART-ENTRY-COUNT.

       B30000-EXIT.
            EXIT.


       B30005-READ-ROSTER-REC.

            READ EMPNO-ROSTER-FILE
               AT END
                  MOVE 'Y' TO ROSTER-EOF-SWITCH
               NOT AT END
                  ADD 1 TO ROSTER-RECORDS-COUNT
            END-READ.

       B30005-EXIT.
            EXIT.


       B30010-PLACE-ROSTER-EMPNO.

            MOVE 0 TO PARTITION-MATCH-COUNT.

            PERFORM C30000-MATCH-PARTITION THRU C30000-EXIT
               VARYING PART-IX FROM 1 BY 1
               UNTIL PART-IX > PART-ENTRY-COUNT.

            IF PARTITION-MATCH-COUNT = 0
               ADD 1 TO ROSTER-GAP-COUNT
               IF ROSTER-GAP-COUNT NOT > GAP-PRINT-LIMIT
                  DISPLAY '*** COVERAGE ERROR: ROSTER EMPNO '
                          EMPNO-ROSTER-REC ' IS IN NO PARTITION'
               END-IF
            END-IF.

            PERFORM B30005-READ-ROSTER-REC THRU B30005-EXIT.

       B30010-EXIT.
            EXIT.


       C30000-MATCH-PARTITION.

            IF EMPNO-ROSTER-REC NOT < PT-LOW-EMPNO (PART-IX)
               AND EMPNO-ROSTER-REC NOT > PT-HIGH-EMPNO (PART-IX)
               ADD 1 TO PARTITION-MATCH-COUNT
               ADD 1 TO PT-ROSTER-COUNT (PART-IX)
            END-IF.

       C30000-EXIT.
            EXIT.


       C30010-CHECK-READ-COUNT.

            IF PT-STATE (PART-IX) = 'C'
               AND PT-READ-COUNT (PART-IX)
                      NOT = PT-ROSTER-COUNT (PART-IX)
               DISPLAY '*** COVERAGE ERROR: PARTITION '
                       PT-NUMBER (PART-IX) ' READ '
                       PT-READ-COUNT (PART-IX) ', ROSTER HOLDS '
                       PT-ROSTER-COUNT (PART-IX) ' IN ITS RANGE'
               ADD 1 TO COVERAGE-ERROR-COUNT
            END-IF.

       C30010-EXIT.
            EXIT.


      *****************************************************************
      * Copy every slice record to EMPFNGRO, charging it to the      *
      * partition whose range holds it, then check each partition's  *
      * slice came through whole.  No slices at all is fine when     *
      * no partition wrote any (no EMPFNGRO on the partition         *
      * steps); no EMPFNGRO here means the fingerprints are simply   *
      * not kept, as for a single run.  A failed write stops the     *
      * copy and fails the run, as the next run would otherwise      *
      * compare against a partial set.                               *
      *****************************************************************
       B40000-MERGE-FINGERPRINTS.

            PERFORM C40020-ADD-EXPECTED THRU C40020-EXIT
               VARYING PART-IX FROM 1 BY 1
               UNTIL PART-IX > PART-ENTRY-COUNT.

            OPEN INPUT FNGR-SLICE-FILE.

            IF NOT FNGR-SLICE-STATUS-OK
               IF FNGR-EXPECTED-COUNT = 0
                  DISPLAY '*** NO FINGERPRINT SLICES (DD EMPFNGRS) - '
                          'EMPFNGRO NOT WRITTEN'
               ELSE
                  DISPLAY '*** COVERAGE ERROR: FINGERPRINT SLICES '
                          '(DD EMPFNGRS) COULD NOT BE OPENED - '
                          'STATUS ' FNGR-SLICE-STATUS
                  ADD 1 TO COVERAGE-ERROR-COUNT
               END-IF
               GO TO B40000-EXIT
            END-IF.

            OPEN OUTPUT FNGR-OUT-FILE.

            IF NOT FNGR-OUT-STATUS-OK
               DISPLAY '*** EMPFNGRO NOT ALLOCATED - FINGERPRINTS '
                       'NOT KEPT FOR THE NEXT RUN'
               CLOSE FNGR-SLICE-FILE
               GO TO B40000-EXIT
            END-IF.

            PERFORM B40005-READ-SLICE-REC THRU B40005-EXIT.

            PERFORM B40010-COPY-SLICE-REC THRU B40010-EXIT
               UNTIL FNGR-SLICE-EOF.

            CLOSE FNGR-SLICE-FILE.
            CLOSE FNGR-OUT-FILE.

            IF NOT-OK
               GO TO B40000-EXIT
            END-IF.

            ADD STRAY-FNGR-COUNT TO COVERAGE-ERROR-COUNT.

            PERFORM C40010-CHECK-SLICE-COUNT THRU C40010-EXIT
               VARYING PART-IX FROM 1 BY 1
               UNTIL PART-IX > PART-ENTRY-COUNT.

       B40000-EXIT.
            EXIT.


       B40005-READ-SLICE-REC.

            READ FNGR-SLICE-FILE
               AT END
                  MOVE 'Y' TO FNGR-SLICE-EOF-SWITCH
               NOT AT END
                  ADD 1 TO SLICE-RECORDS-COUNT
            END-READ.

       B40005-EXIT.
            EXIT.


       B40010-COPY-SLICE-REC.

            SET PART-IX TO 1.
            SEARCH PART-ENTRY
               AT END
                  CONTINUE
               WHEN PART-IX > PART-ENTRY-COUNT
                  CONTINUE
               WHEN FNGRS-EMPNO NOT < PT-LOW-EMPNO (PART-IX)
                    AND FNGRS-EMPNO NOT > PT-HIGH-EMPNO (PART-IX)
                  ADD 1 TO PT-SLICE-COUNT (PART-IX)
                  MOVE FNGR-SLICE-REC TO FNGR-OUT-REC
                  WRITE FNGR-OUT-REC
                  IF NOT FNGR-OUT-STATUS-OK
                     PERFORM C40030-WRITE-FAILED THRU C40030-EXIT
                     GO TO B40010-EXIT
                  END-IF
                  ADD 1 TO FNGR-WRITTEN-COUNT
                  GO TO B40010-NEXT
            END-SEARCH.

            ADD 1 TO STRAY-FNGR-COUNT.
            DISPLAY '*** COVERAGE ERROR: FINGERPRINT '
                    FNGRS-EMPNO ' IS IN NO PARTITION - DROPPED'.

       B40010-NEXT.
            PERFORM B40005-READ-SLICE-REC THRU B40005-EXIT.

       B40010-EXIT.
            EXIT.


       C40010-CHECK-SLICE-COUNT.

            IF PT-SLICE-COUNT (PART-IX) NOT = PT-FNGR-COUNT (PART-IX)
               DISPLAY '*** COVERAGE ERROR: PARTITION '
                       PT-NUMBER (PART-IX) ' WROTE '
                       PT-FNGR-COUNT (PART-IX) ' FINGERPRINTS, SLICES '
                       'HOLD ' PT-SLICE-COUNT (PART-IX)
               ADD 1 TO COVERAGE-ERROR-COUNT
            END-IF.

       C40010-EXIT.
            EXIT.


       C40020-ADD-EXPECTED.

            ADD PT-FNGR-COUNT (PART-IX) TO FNGR-EXPECTED-COUNT.

       C40020-EXIT.
            EXIT.


      *****************************************************************
      * The merged fingerprints could not be written - stop the copy *
      * and fail the run                                             *
      *****************************************************************
       C40030-WRITE-FAILED.

            MOVE 'BAD' TO STATUS1.
            MOVE 'Y' TO FNGR-SLICE-EOF-SWITCH.
            DISPLAY '**************************************'.
            DISPLAY '*** ERROR: EMPRMERG DB2 SAMPLE PROGRAM'.
            DISPLAY '***    WRITE TO MERGED FINGERPRINTS (DD EMPFNGRO)'.
            DISPLAY '***    FAILED - STATUS ' FNGR-OUT-STATUS
                    ' AT EMPNO ' FNGRS-EMPNO.
            DISPLAY '***        PROCESSING TERMINATED'.
            DISPLAY '**************************************'.

       C40030-EXIT.
            EXIT.


      *****************************************************************
      * Add the partitions' control totals together                  *
      *****************************************************************
       B50000-COMBINE-TOTALS.

            PERFORM C50000-ADD-PARTITION THRU C50000-EXIT
               VARYING PART-IX FROM 1 BY 1
               UNTIL PART-IX > PART-ENTRY-COUNT.

       B50000-EXIT.
            EXIT.


       C50000-ADD-PARTITION.

            ADD PT-READ-COUNT (PART-IX)      TO ROSTER-READ-COUNT.
            ADD PT-OK-COUNT (PART-IX)        TO ROSTER-OK-COUNT.
            ADD PT-FAILED-COUNT (PART-IX)    TO ROSTER-FAILED-COUNT.
            ADD PT-NO-ROW-COUNT (PART-IX)    TO FAIL-NO-ROW-COUNT.
            ADD PT-NO-PSEG-COUNT (PART-IX)   TO FAIL-NO-PSEG-COUNT.
            ADD PT-PSEG-SIZE-COUNT (PART-IX) TO FAIL-PSEG-SIZE-COUNT.
            ADD PT-OTHER-SQL-COUNT (PART-IX) TO FAIL-OTHER-SQL-COUNT.
            ADD PT-SKIPPED-COUNT (PART-IX)   TO ROSTER-SKIPPED-COUNT.
            ADD PT-UNCHANGED-COUNT (PART-IX)
               TO ROSTER-UNCHANGED-COUNT.
            ADD PT-SUSPENDED-COUNT (PART-IX)
               TO ROSTER-SUSPENDED-COUNT.
            ADD PT-ARCHIVE-FAIL-COUNT (PART-IX)
               TO ARCHIVE-FAIL-COUNT.
            ADD PT-WITHHELD-COUNT (PART-IX)
               TO CONSENT-WITHHELD-COUNT.
            ADD PT-UNCHECKED-COUNT (PART-IX)
               TO CONSENT-UNCHECKED-COUNT.

       C50000-EXIT.
            EXIT.


      *****************************************************************
      * Grade one return code for the whole partitioned run, the     *
      * way a single roster run grades its own: 8 when the coverage  *
      * is not proven, the controls or roster could not be read, the *
      * merged fingerprints could not be written, or nothing was     *
      * processed in any partition; 4 when some employees failed or  *
      * a partition could not check the consent register; otherwise  *
      * 0.                                                           *
      *****************************************************************
       B60000-GRADE-RETURN-CODE.

            IF NOT-OK OR COVERAGE-ERROR-COUNT > 0
               OR (ROSTER-OK-COUNT = 0 AND ROSTER-UNCHANGED-COUNT = 0
                   AND ROSTER-SUSPENDED-COUNT = 0)
               MOVE 8 TO MERGE-RETURN-CODE
            ELSE
               IF ROSTER-FAILED-COUNT > 0
                  OR CONSENT-UNCHECKED-COUNT > 0
                  MOVE 4 TO MERGE-RETURN-CODE
               ELSE
                  MOVE 0 TO MERGE-RETURN-CODE
               END-IF
            END-IF.

       B60000-EXIT.
            EXIT.


      *****************************************************************
      * The combined totals block - DSN8CLPV's own block, added up   *
      * across the partitions - and the merge's own counts           *
      *****************************************************************
       B65000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** DSN8CLPV BATCH ROSTER RUN TOTALS'.
            MOVE PART-ENTRY-COUNT TO PART-COUNT-PRINT.
            DISPLAY '*** (COMBINED FROM ' PART-COUNT-PRINT
                    ' PARTITIONS BY EMPRMERG)'.
            DISPLAY '*** ROSTER RECORDS READ:    '
                    ROSTER-READ-COUNT.
            DISPLAY '*** PROCESSED OK:           '
                    ROSTER-OK-COUNT.
            DISPLAY '*** FAILED:                 '
                    ROSTER-FAILED-COUNT.
            DISPLAY '***    NO TABLE ROW:        '
                    FAIL-NO-ROW-COUNT.
            DISPLAY '***    NO PSEG PHOTO:       '
                    FAIL-NO-PSEG-COUNT.
            DISPLAY '***    PSEG SIZE INVALID:   '
                    FAIL-PSEG-SIZE-COUNT.
            DISPLAY '***    OTHER SQL FAILURE:   '
                    FAIL-OTHER-SQL-COUNT.
            DISPLAY '*** SKIPPED BY RESTART:     '
                    ROSTER-SKIPPED-COUNT.
            DISPLAY '*** SKIPPED UNCHANGED:      '
                    ROSTER-UNCHANGED-COUNT.
            DISPLAY '*** SUSPENDED BY LIST:      '
                    ROSTER-SUSPENDED-COUNT.
            IF ARCHIVE-FAIL-COUNT > 0
               DISPLAY '*** ARCHIVE PUT FAILURES:   '
                       ARCHIVE-FAIL-COUNT
            END-IF.
            DISPLAY '*** WITHHELD - CONSENT:     '
                    CONSENT-WITHHELD-COUNT.
            IF CONSENT-UNCHECKED-COUNT > 0
               DISPLAY '*** CONSENT UNCHECKED:      '
                       CONSENT-UNCHECKED-COUNT
            END-IF.
            DISPLAY '*** ROSTER RECORDS CHECKED: '
                    ROSTER-RECORDS-COUNT.
            DISPLAY '*** FINGERPRINTS MERGED:    '
                    FNGR-WRITTEN-COUNT.
            DISPLAY '*** COVERAGE ERRORS:        '
                    COVERAGE-ERROR-COUNT.
            DISPLAY '*** RETURN CODE:            '
                    MERGE-RETURN-CODE.
            DISPLAY '**************************************'.

       B65000-EXIT.
            EXIT.


      *****************************************************************
      * Append the combined trailer to the shared EMPSUMM dataset    *
      * under DSN8CLPV's own name, after the partitions' trailers,   *
      * so the last DSN8CLPV trailer of the night - the one EMPSUMRP *
      * and EMPPGATE's roster trend check go by - carries the whole  *
      * roster's counts.  EXTEND keeps the other programs' trailers, *
      * with the OUTPUT retry covering a brand-new dataset.  If      *
      * EMPSUMM isn't allocated the trailer is simply skipped.       *
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
            MOVE 'DSN8CLPV' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE ROSTER-READ-COUNT      TO SUMM-READ-COUNT.
            MOVE ROSTER-OK-COUNT        TO SUMM-OK-COUNT.
            MOVE ROSTER-FAILED-COUNT    TO SUMM-FAILED-COUNT.
            MOVE ROSTER-SKIPPED-COUNT   TO SUMM-SKIPPED-COUNT.
            MOVE ROSTER-UNCHANGED-COUNT TO SUMM-UNCHANGED-COUNT.
            MOVE MERGE-RETURN-CODE      TO SUMM-RETURN-CODE.
            MOVE ROSTER-SUSPENDED-COUNT TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       B35000-EXIT.
            EXIT.
