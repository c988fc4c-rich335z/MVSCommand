      *****************************************************************
      * MODULE NAME = EMPDPTSC (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Department completeness scorecard for      *
      *                    EMP_PHOTO_RESUME                           *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Prints a photo and resume completeness scorecard    *
      *       by department, for the HR business partners, from the   *
      *       EMP and DEPT sample tables joined to EMP_PHOTO_RESUME.  *
      *       For each department the scorecard names the department  *
      *       and its manager, lists by name every employee still     *
      *       incomplete and what they are missing, and gives the     *
      *       headcount and, for each of PSEG, BMP and RESUME and for *
      *       all three together, the count and percent complete.     *
      *                                                               *
      *       Every employee on EMP is counted, including those with  *
      *       no EMP_PHOTO_RESUME row at all, who count as incomplete *
      *       on every column.  Employees with no WORKDEPT, or one not*
      *       on DEPT, are scored under their own heading.            *
      *                                                               *
      *       Month-over-month trend: each run appends one record per *
      *       department to the scorecard history on DD EMPDSHIS.     *
      *       Before scoring, the history is read and, for each       *
      *       department, the latest record from an earlier calendar  *
      *       month is held; the scorecard shows the change in        *
      *       headcount and in each percent complete since then, and  *
      *       calls the department BETTER, WORSE or NO CHANGE on the  *
      *       all-three percent.  The end-of-run totals count the     *
      *       departments each way.                                   *
      *                                                               *
      *  Scorecard history record layout (DD EMPDSHIS, LRECL 80):     *
      *     cols   1 -   8  run date (YYYYMMDD)                       *
      *     cols  10 -  17  run time (HHMMSSTH)                       *
      *     cols  19 -  21  department number (blank: no WORKDEPT)    *
      *     cols  23 -  27  headcount                                 *
      *     cols  29 -  33  PSEG complete                             *
      *     cols  35 -  39  BMP complete                              *
      *     cols  41 -  45  RESUME complete                           *
      *     cols  47 -  51  all three complete                        *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch report, it does  *
      *             not require GDDM or ISPF like DSN8CLPV.           *
      *                                                               *
      *   Restrictions: Up to 500 departments are held from the       *
      *             history and 500 scored per run; past either the   *
      *             trend or the history record is not kept for the   *
      *             rest, which the report says, and the run ends     *
      *             RC=4.  A second run in the same month appends a   *
      *             second set of records; the next month compares    *
      *             with the later of them.  If an SQL error cuts the *
      *             scoring short, no history is written.             *
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
      *              - Message: scorecard and totals                  *
      *              Return Code = 0004                               *
      *              - the history could not be read or opened, or   *
      *                a department table overflowed; the scorecard   *
      *                is complete but the trend or the history is not*
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPDPTSC DB2 Sample Program*
      *                                Unexpected SQLCODE encountered *
      *                                at location xxx                *
      *                                Error detailed below           *
      *                                Processing terminated          *
      *                               (DSNTIAR-formatted message here)*
      *                                                               *
      *              - Message: *** ERROR: EMPDPTSC DB2 Sample Program*
      *                                Write to the scorecard history *
      *                                (DD EMPDSHIS) failed; the      *
      *                                history is incomplete          *
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: DSNTIAR                      *
      *             - Data areas       : DSNTIAR error_message        *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPDSHIS (scorecard history, *
      *                                  read then extended), EMPSUMM *
      *                                  (shared run-summary trailer) *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPDPTSC:                                                   *
      *   - Read the scorecard history, holding each department's     *
      *     latest record from before this month                      *
      *   - Open the cursor over EMP joined to DEPT, the manager's    *
      *     EMP row and EMP_PHOTO_RESUME, in department and name      *
      *     order                                                     *
      *   - For each employee:                                        *
      *     - On a new department, finish the last one and print      *
      *       the new one's name and manager                          *
      *     - Count the employee on each column present; list an      *
      *       incomplete employee by name with what is missing        *
      *   - Finishing a department: print the headcount, counts       *
      *     and percents, the change since the held month and the     *
      *     trend, and hold the figures for the history               *
      *   - Append this run's department records to the history       *
      *   - Print the totals and grade the return code                *
      *   - Append the EMPSUMM trailer                                *
      *   End EMPDPTSC                                                *
      *                                                               *
      *   D31100-CHECK-SQLCODE                                        *
      *   - call DSNTIAR to format an unexpected SQLCODE.             *
      *   End D31100-CHECK-SQLCODE                                    *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDPTSC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * Scorecard history - one record per department per run, read  *
      * at the start for the earlier month's figures and extended at *
      * the end with this run's                                      *
      *****************************************************************
           SELECT HISTORY-FILE  ASSIGN TO EMPDSHIS
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
       FD  HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REC.
           05  HIST-DATE            PIC 9(08).
           05  HIST-DATE-PARTS  REDEFINES HIST-DATE.
               10  HIST-MONTH       PIC 9(06).
               10  FILLER           PIC 9(02).
           05  FILLER               PIC X(01).
           05  HIST-TIME            PIC 9(08).
           05  FILLER               PIC X(01).
           05  HIST-DEPTNO          PIC X(03).
           05  FILLER               PIC X(01).
           05  HIST-HEADCOUNT       PIC 9(05).
           05  FILLER               PIC X(01).
           05  HIST-COMPLETE-ENTRY  OCCURS 4 TIMES.
               10  HIST-COMPLETE    PIC 9(05).
               10  FILLER           PIC X(01).
           05  FILLER               PIC X(28).

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

       01  HISTORY-FILE-STATUS      PIC X(02).
           88  HISTORY-STATUS-OK        VALUE '00'.

       01  HISTORY-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  HISTORY-EOF              VALUE 'Y'.

      *****************************************************************
      * Set when the history could not be read or written - the      *
      * scorecard still prints, but the trend or the record of this  *
      * run is missing                                               *
      *****************************************************************
       01  HISTORY-WARNING-SWITCH   PIC X(01)  VALUE 'N'.
           88  HISTORY-WARNING          VALUE 'Y'.

      *****************************************************************
      * Set when a history write failed part way - the history now   *
      * holds only some of this run's departments                    *
      *****************************************************************
       01  HISTORY-FAILED-SWITCH    PIC X(01)  VALUE 'N'.
           88  HISTORY-WRITE-FAILED     VALUE 'Y'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

       01  CURSOR-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  CURSOR-EOF               VALUE 'Y'.

      *****************************************************************
      * Return code held here until the very end, so no intervening  *
      * CALL (DSNTIAR leaves its own R15 in RETURN-CODE) can         *
      * overwrite it                                                 *
      *****************************************************************
       01  SCORECARD-RETURN-CODE    PIC 9(01)  VALUE 0.

      *****************************************************************
      * This run's date and time; the month part decides which       *
      * history records are from an earlier month                    *
      *****************************************************************
       01  RUN-DATE                 PIC 9(08)  VALUE 0.
       01  RUN-DATE-PARTS  REDEFINES RUN-DATE.
           05  RUN-MONTH            PIC 9(06).
           05  FILLER               PIC 9(02).
       01  RUN-TIME                 PIC 9(08)  VALUE 0.

      *****************************************************************
      * The column being scored - 1 PSEG, 2 BMP, 3 RESUME, 4 all     *
      * three together - which subscripts the complete counts        *
      *****************************************************************
       01  COLUMN-SUB               PIC S9(4)  COMP  VALUE 1.

       01  COLUMN-NAME-VALUES       PIC X(36)
                         VALUE 'PSEG     BMP      RESUME   ALL THREE'.
       01  COLUMN-NAME-TABLE  REDEFINES COLUMN-NAME-VALUES.
           05  COLUMN-NAME          PIC X(09)  OCCURS 4 TIMES.

      *****************************************************************
      * The department being scored                                  *
      *****************************************************************
       01  DEPT-STARTED-SWITCH      PIC X(01)  VALUE 'N'.
           88  DEPT-STARTED             VALUE 'Y'.

       01  INCOMPLETE-LISTED-SWITCH PIC X(01)  VALUE 'N'.
           88  INCOMPLETE-LISTED        VALUE 'Y'.

       01  CURRENT-DEPTNO           PIC X(03)  VALUE SPACES.

       01  DEPT-FIGURES.
           05  DEPT-HEADCOUNT       PIC S9(7)  COMP-3  VALUE 0.
           05  DEPT-COMPLETE        PIC S9(7)  COMP-3  VALUE 0
                                    OCCURS 4 TIMES.

      *****************************************************************
      * Each department's latest history record from an earlier      *
      * month, loaded before scoring starts                          *
      *****************************************************************
       01  PRIOR-TABLE.
           05  PRIOR-COUNT          PIC S9(4)  COMP  VALUE 0.
           05  PRIOR-ENTRY  OCCURS 500 TIMES
                            INDEXED BY PRIOR-IX.
               10  PRIOR-DEPTNO     PIC X(03).
               10  PRIOR-DATE       PIC 9(08).
               10  PRIOR-TIME       PIC 9(08).
               10  PRIOR-HEADCOUNT  PIC S9(7)  COMP-3.
               10  PRIOR-COMPLETE   PIC S9(7)  COMP-3
                                    OCCURS 4 TIMES.

       01  PRIOR-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
           88  PRIOR-FOUND              VALUE 'Y'.

      *****************************************************************
      * This run's figures for each department scored, held for the  *
      * history until the scoring has finished cleanly               *
      *****************************************************************
       01  SCORED-TABLE.
           05  SCORED-COUNT         PIC S9(4)  COMP  VALUE 0.
           05  SCORED-ENTRY  OCCURS 500 TIMES
                             INDEXED BY SCORED-IX.
               10  SCORED-DEPTNO    PIC X(03).
               10  SCORED-HEADCOUNT PIC S9(7)  COMP-3.
               10  SCORED-COMPLETE  PIC S9(7)  COMP-3
                                    OCCURS 4 TIMES.

      *****************************************************************
      * Percents, changes and edited print fields                    *
      *****************************************************************
       01  PCT-CURRENT              PIC S9(3)V9  COMP-3  VALUE 0.
       01  PCT-PRIOR                PIC S9(3)V9  COMP-3  VALUE 0.
       01  PCT-CHANGE               PIC S9(3)V9  COMP-3  VALUE 0.
       01  TREND-CHANGE             PIC S9(3)V9  COMP-3  VALUE 0.
       01  HEADCOUNT-CHANGE         PIC S9(7)  COMP-3  VALUE 0.

       01  PCT-PRINT                PIC ZZ9.9.
       01  PCT-CHANGE-PRINT         PIC +++9.9.
       01  COUNT-PRINT              PIC ZZ,ZZ9.
       01  COUNT-CHANGE-PRINT       PIC +++,++9.

       01  DEPTNAME-PRINT           PIC X(36)  VALUE SPACES.
       01  NAME-PRINT               PIC X(30)  VALUE SPACES.

      *****************************************************************
      * Last and first name, moved here from the employee's or the   *
      * manager's VARCHAR host variables to be formatted             *
      *****************************************************************
       01  NAME-LAST-VC.
           05  NAME-LAST-LEN        PIC S9(4)  COMP.
           05  NAME-LAST-TEXT       PIC X(15).
       01  NAME-FIRST-VC.
           05  NAME-FIRST-LEN       PIC S9(4)  COMP.
           05  NAME-FIRST-TEXT      PIC X(12).

       01  MISSING-LINE.
           05  MISSING-PSEG         PIC X(05).
           05  MISSING-BMP          PIC X(04).
           05  MISSING-RESUME       PIC X(06).

      *****************************************************************
      * Whole-company totals, one complete count per column          *
      *****************************************************************
       01  COMPANY-FIGURES.
           05  COMPANY-COMPLETE     PIC S9(7)  COMP-3  VALUE 0
                                    OCCURS 4 TIMES.

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  EMPLOYEES-TOTAL          PIC S9(7)  COMP-3  VALUE 0.
       77  INCOMPLETE-TOTAL         PIC S9(7)  COMP-3  VALUE 0.
       77  NO-ROW-TOTAL             PIC S9(7)  COMP-3  VALUE 0.
       77  DEPARTMENTS-TOTAL        PIC S9(7)  COMP-3  VALUE 0.
       77  DEPTS-BETTER-COUNT       PIC S9(7)  COMP-3  VALUE 0.
       77  DEPTS-WORSE-COUNT        PIC S9(7)  COMP-3  VALUE 0.
       77  DEPTS-SAME-COUNT         PIC S9(7)  COMP-3  VALUE 0.
       77  DEPTS-NEW-COUNT          PIC S9(7)  COMP-3  VALUE 0.
       77  HISTORY-READ-COUNT       PIC S9(7)  COMP-3  VALUE 0.
       77  HISTORY-REJECTED-COUNT   PIC S9(7)  COMP-3  VALUE 0.
       77  HISTORY-WRITTEN-COUNT    PIC S9(7)  COMP-3  VALUE 0.
       77  PRIOR-OVERFLOW-COUNT     PIC S9(7)  COMP-3  VALUE 0.
       77  SCORED-OVERFLOW-COUNT    PIC S9(7)  COMP-3  VALUE 0.

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

            EXEC SQL DECLARE  EMP  TABLE
               (        EMPNO  CHAR(06)     NOT NULL,
                        FIRSTNME  VARCHAR(12)  NOT NULL,
                        MIDINIT  CHAR(01)   NOT NULL,
                        LASTNAME  VARCHAR(15)  NOT NULL,
                        WORKDEPT  CHAR(03),
                        PHONENO  CHAR(04),
                        HIREDATE  DATE,
                        JOB  CHAR(08),
                        EDLEVEL  SMALLINT,
                        SEX  CHAR(01),
                        BIRTHDATE  DATE,
                        SALARY  DECIMAL(9, 2),
                        BONUS  DECIMAL(9, 2),
                        COMM  DECIMAL(9, 2)          )
            END-EXEC.

            EXEC SQL DECLARE  DEPT  TABLE
               (        DEPTNO  CHAR(03)     NOT NULL,
                        DEPTNAME  VARCHAR(36)  NOT NULL,
                        MGRNO  CHAR(06),
                        ADMRDEPT  CHAR(03)     NOT NULL,
                        LOCATION  CHAR(16)           )
            END-EXEC.


      ********** DB2 HOST AND NULL INDICATOR VARIABLES ***************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       77  SQLCODE                PIC S9(9) COMP-4.
       77  SQLSTATE               PIC X(5).
       01  HVWORKDEPT      PIC X(3).
       01  NIWORKDEPT      PIC S9(4) COMP-4 VALUE  0.
       01  HVDEPTNAME.
           49  HVDEPTNAME-LEN      PIC S9(4) COMP-4.
           49  HVDEPTNAME-TEXT     PIC X(36).
       01  NIDEPTNAME      PIC S9(4) COMP-4 VALUE  0.
       01  HVMGRNO         PIC X(6).
       01  NIMGRNO         PIC S9(4) COMP-4 VALUE  0.
       01  HVMGR-FIRSTNME.
           49  HVMGR-FIRSTNME-LEN  PIC S9(4) COMP-4.
           49  HVMGR-FIRSTNME-TEXT PIC X(12).
       01  NIMGR-FIRSTNME  PIC S9(4) COMP-4 VALUE  0.
       01  HVMGR-LASTNAME.
           49  HVMGR-LASTNAME-LEN  PIC S9(4) COMP-4.
           49  HVMGR-LASTNAME-TEXT PIC X(15).
       01  NIMGR-LASTNAME  PIC S9(4) COMP-4 VALUE  0.
       01  HVEMPNO         PIC X(6).
       01  HVFIRSTNME.
           49  HVFIRSTNME-LEN      PIC S9(4) COMP-4.
           49  HVFIRSTNME-TEXT     PIC X(12).
       01  HVLASTNAME.
           49  HVLASTNAME-LEN      PIC S9(4) COMP-4.
           49  HVLASTNAME-TEXT     PIC X(15).
       01  HVROW-FOUND     PIC X(1).
           88  ROW-ON-FILE              VALUE 'Y'.
       01  HVPSEG-FOUND    PIC X(1).
           88  PSEG-ON-FILE             VALUE 'Y'.
       01  HVBMP-FOUND     PIC X(1).
           88  BMP-ON-FILE              VALUE 'Y'.
       01  HVRESUME-FOUND  PIC X(1).
           88  RESUME-ON-FILE           VALUE 'Y'.
           EXEC SQL END DECLARE SECTION END-EXEC.

      *****************************************************************
      * Every employee on EMP, with their department's name and      *
      * manager and which of the three EMP_PHOTO_RESUME columns they *
      * have on file, without ever fetching the LOB data itself.  An *
      * employee with no EMP_PHOTO_RESUME row comes back with all    *
      * three flags N.                                               *
      *****************************************************************
           EXEC SQL DECLARE DEPTSCOR CURSOR FOR
              SELECT E.WORKDEPT, D.DEPTNAME, D.MGRNO,
                     M.FIRSTNME, M.LASTNAME,
                     E.EMPNO, E.FIRSTNME, E.LASTNAME,
                     CASE WHEN P.EMPNO IS NULL
                          THEN 'N' ELSE 'Y' END,
                     CASE WHEN P.PSEG_PHOTO IS NULL
                          THEN 'N' ELSE 'Y' END,
                     CASE WHEN P.BMP_PHOTO IS NULL
                          THEN 'N' ELSE 'Y' END,
                     CASE WHEN P.RESUME IS NULL
                          THEN 'N' ELSE 'Y' END
                 FROM EMP E
                      LEFT OUTER JOIN DEPT D
                         ON D.DEPTNO = E.WORKDEPT
                      LEFT OUTER JOIN EMP M
                         ON M.EMPNO = D.MGRNO
                      LEFT OUTER JOIN EMP_PHOTO_RESUME P
                         ON P.EMPNO = E.EMPNO
                 ORDER BY E.WORKDEPT, E.LASTNAME, E.FIRSTNME,
                          E.EMPNO
           END-EXEC.


       PROCEDURE DIVISION.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPDPTSC DEPARTMENT COMPLETENESS SCORECARD'.
            DISPLAY '**************************************'.

            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-TIME FROM TIME.

            PERFORM B10000-LOAD-HISTORY THRU B10000-EXIT.

            PERFORM B20000-SCORE-DEPARTMENTS THRU B20000-EXIT.

            PERFORM B25000-WRITE-HISTORY THRU B25000-EXIT.

            PERFORM B30000-PRINT-TOTALS THRU B30000-EXIT.

            PERFORM B35000-WRITE-SUMMARY-TRAILER THRU B35000-EXIT.

      *****************************************************************
      * Set the return code last, so no intervening CALL (DSNTIAR    *
      * leaves its own R15 in RETURN-CODE) can overwrite it          *
      *****************************************************************
            MOVE SCORECARD-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Read the scorecard history and hold, for each department,    *
      * the latest record from a month before this one.  A record    *
      * that is not numeric where it should be is passed over.  If   *
      * EMPDSHIS cannot be opened the scorecard prints without a     *
      * trend.                                                       *
      *****************************************************************
       B10000-LOAD-HISTORY.

            OPEN INPUT HISTORY-FILE.

            IF NOT HISTORY-STATUS-OK
               MOVE 'Y' TO HISTORY-WARNING-SWITCH
               DISPLAY '*** WARNING: SCORECARD HISTORY (DD EMPDSHIS) '
                       'COULD NOT BE READ - STATUS '
                       HISTORY-FILE-STATUS
               DISPLAY '***    NO TREND IS SHOWN THIS RUN'
               GO TO B10000-EXIT
            END-IF.

            PERFORM B10005-READ-HISTORY-REC THRU B10005-EXIT.

            PERFORM B10010-KEEP-HISTORY-REC THRU B10010-EXIT
               UNTIL HISTORY-EOF.

            CLOSE HISTORY-FILE.

            IF PRIOR-OVERFLOW-COUNT > 0
               DISPLAY '*** WARNING: HISTORY RECORDS FOR DEPARTMENTS '
                       'PAST THE 500 TABLE LIMIT NOT HELD: '
                       PRIOR-OVERFLOW-COUNT
            END-IF.

       B10000-EXIT.
            EXIT.


       B10005-READ-HISTORY-REC.

            READ HISTORY-FILE
               AT END
                  MOVE 'Y' TO HISTORY-EOF-SWITCH
            END-READ.

       B10005-EXIT.
            EXIT.


       B10010-KEEP-HISTORY-REC.

            ADD 1 TO HISTORY-READ-COUNT.

            IF HIST-DATE NUMERIC
               AND HIST-TIME NUMERIC
               AND HIST-HEADCOUNT NUMERIC
               AND HIST-COMPLETE (1) NUMERIC
               AND HIST-COMPLETE (2) NUMERIC
               AND HIST-COMPLETE (3) NUMERIC
               AND HIST-COMPLETE (4) NUMERIC
               IF HIST-MONTH < RUN-MONTH
                  PERFORM C10000-HOLD-PRIOR THRU C10000-EXIT
               END-IF
            ELSE
               ADD 1 TO HISTORY-REJECTED-COUNT
            END-IF.

            PERFORM B10005-READ-HISTORY-REC THRU B10005-EXIT.

       B10010-EXIT.
            EXIT.


      *****************************************************************
      * Hold one earlier-month record as its department's prior      *
      * figures, unless a later one is already held                  *
      *****************************************************************
       C10000-HOLD-PRIOR.

            MOVE 'N' TO PRIOR-FOUND-SWITCH.

            SET PRIOR-IX TO 1.
            SEARCH PRIOR-ENTRY
               AT END
                  CONTINUE
               WHEN PRIOR-IX > PRIOR-COUNT
                  CONTINUE
               WHEN PRIOR-DEPTNO (PRIOR-IX) = HIST-DEPTNO
                  MOVE 'Y' TO PRIOR-FOUND-SWITCH
            END-SEARCH.

            IF PRIOR-FOUND
               IF HIST-DATE < PRIOR-DATE (PRIOR-IX)
                  GO TO C10000-EXIT
               END-IF
               IF HIST-DATE = PRIOR-DATE (PRIOR-IX)
                  AND HIST-TIME < PRIOR-TIME (PRIOR-IX)
                  GO TO C10000-EXIT
               END-IF
            ELSE
               IF PRIOR-COUNT NOT < 500
                  ADD 1 TO PRIOR-OVERFLOW-COUNT
                  GO TO C10000-EXIT
               END-IF
               ADD 1 TO PRIOR-COUNT
               SET PRIOR-IX TO PRIOR-COUNT
            END-IF.

            MOVE HIST-DEPTNO    TO PRIOR-DEPTNO (PRIOR-IX).
            MOVE HIST-DATE      TO PRIOR-DATE (PRIOR-IX).
            MOVE HIST-TIME      TO PRIOR-TIME (PRIOR-IX).
            MOVE HIST-HEADCOUNT TO PRIOR-HEADCOUNT (PRIOR-IX).
            MOVE HIST-COMPLETE (1) TO PRIOR-COMPLETE (PRIOR-IX, 1).
            MOVE HIST-COMPLETE (2) TO PRIOR-COMPLETE (PRIOR-IX, 2).
            MOVE HIST-COMPLETE (3) TO PRIOR-COMPLETE (PRIOR-IX, 3).
            MOVE HIST-COMPLETE (4) TO PRIOR-COMPLETE (PRIOR-IX, 4).

       C10000-EXIT.
            EXIT.


      *****************************************************************
      * One pass of the cursor, in department order, finishing each  *
      * department as the next one starts and the last at the end    *
      *****************************************************************
       B20000-SCORE-DEPARTMENTS.

            MOVE 'N' TO CURSOR-EOF-SWITCH.

            EXEC SQL OPEN DEPTSCOR END-EXEC.

            IF SQLCODE NOT = 0
               MOVE 'B20000 @ OPEN DEPTSCOR' TO DB2IO-COMMAND
               PERFORM D31100-CHECK-SQLCODE
               GO TO B20000-EXIT
            END-IF.

            PERFORM B20005-FETCH-EMPLOYEE THRU B20005-EXIT.

            PERFORM B20010-SCORE-EMPLOYEE THRU B20010-EXIT
               UNTIL CURSOR-EOF.

            IF DEPT-STARTED
               PERFORM C20000-END-DEPARTMENT THRU C20000-EXIT
            END-IF.

            EXEC SQL CLOSE DEPTSCOR END-EXEC.

       B20000-EXIT.
            EXIT.


       B20005-FETCH-EMPLOYEE.

            EXEC SQL FETCH DEPTSCOR
                     INTO :HVWORKDEPT:NIWORKDEPT,
                          :HVDEPTNAME:NIDEPTNAME,
                          :HVMGRNO:NIMGRNO,
                          :HVMGR-FIRSTNME:NIMGR-FIRSTNME,
                          :HVMGR-LASTNAME:NIMGR-LASTNAME,
                          :HVEMPNO,
                          :HVFIRSTNME,
                          :HVLASTNAME,
                          :HVROW-FOUND,
                          :HVPSEG-FOUND,
                          :HVBMP-FOUND,
                          :HVRESUME-FOUND
            END-EXEC.

            IF SQLCODE = 100
               MOVE 'Y' TO CURSOR-EOF-SWITCH
            ELSE
               IF SQLCODE NOT = 0
                  MOVE 'B20005 @ FETCH DEPTSCOR' TO DB2IO-COMMAND
                  PERFORM D31100-CHECK-SQLCODE
                  MOVE 'Y' TO CURSOR-EOF-SWITCH
               ELSE
                  IF NIWORKDEPT < 0
                     MOVE SPACES TO HVWORKDEPT
                  END-IF
               END-IF
            END-IF.

       B20005-EXIT.
            EXIT.


      *****************************************************************
      * Count one employee on each column they have on file, and     *
      * list them by name if any of the three is missing             *
      *****************************************************************
       B20010-SCORE-EMPLOYEE.

            IF NOT DEPT-STARTED
               PERFORM C20010-START-DEPARTMENT THRU C20010-EXIT
            ELSE
               IF HVWORKDEPT NOT = CURRENT-DEPTNO
                  PERFORM C20000-END-DEPARTMENT THRU C20000-EXIT
                  PERFORM C20010-START-DEPARTMENT THRU C20010-EXIT
               END-IF
            END-IF.

            ADD 1 TO DEPT-HEADCOUNT.
            ADD 1 TO EMPLOYEES-TOTAL.

            IF PSEG-ON-FILE
               ADD 1 TO DEPT-COMPLETE (1)
            END-IF.
            IF BMP-ON-FILE
               ADD 1 TO DEPT-COMPLETE (2)
            END-IF.
            IF RESUME-ON-FILE
               ADD 1 TO DEPT-COMPLETE (3)
            END-IF.

            IF PSEG-ON-FILE AND BMP-ON-FILE AND RESUME-ON-FILE
               ADD 1 TO DEPT-COMPLETE (4)
            ELSE
               PERFORM C20020-LIST-INCOMPLETE THRU C20020-EXIT
            END-IF.

            PERFORM B20005-FETCH-EMPLOYEE THRU B20005-EXIT.

       B20010-EXIT.
            EXIT.


      *****************************************************************
      * Head a new department's scorecard with its name and manager  *
      *****************************************************************
       C20010-START-DEPARTMENT.

            MOVE 'Y' TO DEPT-STARTED-SWITCH.
            MOVE 'N' TO INCOMPLETE-LISTED-SWITCH.
            MOVE HVWORKDEPT TO CURRENT-DEPTNO.
            MOVE 0 TO DEPT-HEADCOUNT.
            MOVE 0 TO DEPT-COMPLETE (1).
            MOVE 0 TO DEPT-COMPLETE (2).
            MOVE 0 TO DEPT-COMPLETE (3).
            MOVE 0 TO DEPT-COMPLETE (4).

            DISPLAY '**************************************'.

            IF CURRENT-DEPTNO = SPACES
               DISPLAY '*** DEPARTMENT: (NONE) - NO WORKDEPT ON EMP'
               GO TO C20010-EXIT
            END-IF.

            IF NIDEPTNAME < 0
               DISPLAY '*** DEPARTMENT: ' CURRENT-DEPTNO
                       ' (NOT ON THE DEPT TABLE)'
               GO TO C20010-EXIT
            END-IF.

            MOVE SPACES TO DEPTNAME-PRINT.
            IF HVDEPTNAME-LEN > 0 AND HVDEPTNAME-LEN NOT > 36
               MOVE HVDEPTNAME-TEXT (1 : HVDEPTNAME-LEN)
                  TO DEPTNAME-PRINT
            END-IF.
            DISPLAY '*** DEPARTMENT: ' CURRENT-DEPTNO ' '
                    DEPTNAME-PRINT.

            IF NIMGRNO < 0
               DISPLAY '***    MANAGER:   NONE NAMED ON THE DEPT TABLE'
               GO TO C20010-EXIT
            END-IF.

            IF NIMGR-LASTNAME < 0 OR NIMGR-FIRSTNME < 0
               DISPLAY '***    MANAGER:   ' HVMGRNO
                       ' (NOT ON THE EMP TABLE)'
               GO TO C20010-EXIT
            END-IF.

            MOVE HVMGR-LASTNAME  TO NAME-LAST-VC.
            MOVE HVMGR-FIRSTNME  TO NAME-FIRST-VC.
            PERFORM C21000-FORMAT-NAME THRU C21000-EXIT.
            DISPLAY '***    MANAGER:   ' HVMGRNO ' ' NAME-PRINT.

       C20010-EXIT.
            EXIT.


      *****************************************************************
      * List an incomplete employee by name, with the columns they   *
      * are missing, or with no EMP_PHOTO_RESUME row at all          *
      *****************************************************************
       C20020-LIST-INCOMPLETE.

            ADD 1 TO INCOMPLETE-TOTAL.

            IF NOT INCOMPLETE-LISTED
               MOVE 'Y' TO INCOMPLETE-LISTED-SWITCH
               DISPLAY '***    STILL INCOMPLETE:'
            END-IF.

            MOVE HVLASTNAME  TO NAME-LAST-VC.
            MOVE HVFIRSTNME  TO NAME-FIRST-VC.
            PERFORM C21000-FORMAT-NAME THRU C21000-EXIT.

            IF NOT ROW-ON-FILE
               ADD 1 TO NO-ROW-TOTAL
               DISPLAY '***       ' HVEMPNO ' ' NAME-PRINT
                       ' NO EMP_PHOTO_RESUME ROW'
               GO TO C20020-EXIT
            END-IF.

            MOVE SPACES TO MISSING-LINE.
            IF NOT PSEG-ON-FILE
               MOVE 'PSEG' TO MISSING-PSEG
            END-IF.
            IF NOT BMP-ON-FILE
               MOVE 'BMP' TO MISSING-BMP
            END-IF.
            IF NOT RESUME-ON-FILE
               MOVE 'RESUME' TO MISSING-RESUME
            END-IF.

            DISPLAY '***       ' HVEMPNO ' ' NAME-PRINT
                    ' MISSING: ' MISSING-LINE.

       C20020-EXIT.
            EXIT.


      *****************************************************************
      * LASTNAME, FIRSTNME from NAME-LAST-VC and NAME-FIRST-VC into  *
      * NAME-PRINT                                                   *
      *****************************************************************
       C21000-FORMAT-NAME.

            IF NAME-LAST-LEN < 1 OR NAME-LAST-LEN > 15
               MOVE SPACES TO NAME-LAST-TEXT
               MOVE 1 TO NAME-LAST-LEN
            END-IF.

            IF NAME-FIRST-LEN < 1 OR NAME-FIRST-LEN > 12
               MOVE SPACES TO NAME-FIRST-TEXT
               MOVE 1 TO NAME-FIRST-LEN
            END-IF.

            MOVE SPACES TO NAME-PRINT.
            STRING NAME-LAST-TEXT (1 : NAME-LAST-LEN)
                      DELIMITED BY SIZE
                   ', ' DELIMITED BY SIZE
                   NAME-FIRST-TEXT (1 : NAME-FIRST-LEN)
                      DELIMITED BY SIZE
               INTO NAME-PRINT
            END-STRING.

       C21000-EXIT.
            EXIT.


      *****************************************************************
      * Finish a department: the headcount, each column's count and  *
      * percent complete, the change since its latest record from an *
      * earlier month and the trend on the all-three percent, then   *
      * hold its figures for the history                             *
      *****************************************************************
       C20000-END-DEPARTMENT.

            ADD 1 TO DEPARTMENTS-TOTAL.

            IF NOT INCOMPLETE-LISTED
               DISPLAY '***    STILL INCOMPLETE:  NONE'
            END-IF.

            MOVE 'N' TO PRIOR-FOUND-SWITCH.
            SET PRIOR-IX TO 1.
            SEARCH PRIOR-ENTRY
               AT END
                  CONTINUE
               WHEN PRIOR-IX > PRIOR-COUNT
                  CONTINUE
               WHEN PRIOR-DEPTNO (PRIOR-IX) = CURRENT-DEPTNO
                  MOVE 'Y' TO PRIOR-FOUND-SWITCH
            END-SEARCH.

            IF PRIOR-FOUND
               IF PRIOR-HEADCOUNT (PRIOR-IX) = 0
                  MOVE 'N' TO PRIOR-FOUND-SWITCH
               END-IF
            END-IF.

            MOVE DEPT-HEADCOUNT TO COUNT-PRINT.
            IF PRIOR-FOUND
               COMPUTE HEADCOUNT-CHANGE = DEPT-HEADCOUNT
                                        - PRIOR-HEADCOUNT (PRIOR-IX)
               MOVE HEADCOUNT-CHANGE TO COUNT-CHANGE-PRINT
               DISPLAY '***    HEADCOUNT:          ' COUNT-PRINT
                       '          CHANGE: ' COUNT-CHANGE-PRINT
            ELSE
               DISPLAY '***    HEADCOUNT:          ' COUNT-PRINT
            END-IF.

            MOVE 0 TO TREND-CHANGE.
            PERFORM C20030-PRINT-COLUMN THRU C20030-EXIT
               VARYING COLUMN-SUB FROM 1 BY 1
               UNTIL COLUMN-SUB > 4.

            IF NOT PRIOR-FOUND
               ADD 1 TO DEPTS-NEW-COUNT
               DISPLAY '***    TREND:  NONE - NO RECORD FROM AN '
                       'EARLIER MONTH'
            ELSE
               IF TREND-CHANGE > 0
                  ADD 1 TO DEPTS-BETTER-COUNT
                  DISPLAY '***    TREND SINCE ' PRIOR-DATE (PRIOR-IX)
                          ':  BETTER'
               ELSE
                  IF TREND-CHANGE < 0
                     ADD 1 TO DEPTS-WORSE-COUNT
                     DISPLAY '***    TREND SINCE '
                             PRIOR-DATE (PRIOR-IX) ':  WORSE'
                  ELSE
                     ADD 1 TO DEPTS-SAME-COUNT
                     DISPLAY '***    TREND SINCE '
                             PRIOR-DATE (PRIOR-IX) ':  NO CHANGE'
                  END-IF
               END-IF
            END-IF.

            ADD DEPT-COMPLETE (1) TO COMPANY-COMPLETE (1).
            ADD DEPT-COMPLETE (2) TO COMPANY-COMPLETE (2).
            ADD DEPT-COMPLETE (3) TO COMPANY-COMPLETE (3).
            ADD DEPT-COMPLETE (4) TO COMPANY-COMPLETE (4).

            IF SCORED-COUNT NOT < 500
               ADD 1 TO SCORED-OVERFLOW-COUNT
               DISPLAY '*** WARNING: PAST THE 500 DEPARTMENT TABLE '
                       'LIMIT - NOT KEPT ON THE HISTORY'
               GO TO C20000-EXIT
            END-IF.

            ADD 1 TO SCORED-COUNT.
            SET SCORED-IX TO SCORED-COUNT.
            MOVE CURRENT-DEPTNO    TO SCORED-DEPTNO (SCORED-IX).
            MOVE DEPT-HEADCOUNT    TO SCORED-HEADCOUNT (SCORED-IX).
            MOVE DEPT-COMPLETE (1) TO SCORED-COMPLETE (SCORED-IX, 1).
            MOVE DEPT-COMPLETE (2) TO SCORED-COMPLETE (SCORED-IX, 2).
            MOVE DEPT-COMPLETE (3) TO SCORED-COMPLETE (SCORED-IX, 3).
            MOVE DEPT-COMPLETE (4) TO SCORED-COMPLETE (SCORED-IX, 4).

       C20000-EXIT.
            EXIT.


      *****************************************************************
      * One column's count and percent complete, and its change in   *
      * percentage points since the earlier month when there is one  *
      *****************************************************************
       C20030-PRINT-COLUMN.

            MOVE DEPT-COMPLETE (COLUMN-SUB) TO COUNT-PRINT.
            COMPUTE PCT-CURRENT ROUNDED =
               DEPT-COMPLETE (COLUMN-SUB) * 100 / DEPT-HEADCOUNT.
            MOVE PCT-CURRENT TO PCT-PRINT.

            IF NOT PRIOR-FOUND
               DISPLAY '***    ' COLUMN-NAME (COLUMN-SUB)
                       ' COMPLETE: ' COUNT-PRINT '  ' PCT-PRINT '%'
               GO TO C20030-EXIT
            END-IF.

            COMPUTE PCT-PRIOR ROUNDED =
               PRIOR-COMPLETE (PRIOR-IX, COLUMN-SUB) * 100
               / PRIOR-HEADCOUNT (PRIOR-IX).
            COMPUTE PCT-CHANGE = PCT-CURRENT - PCT-PRIOR.
            MOVE PCT-CHANGE TO PCT-CHANGE-PRINT.

            DISPLAY '***    ' COLUMN-NAME (COLUMN-SUB)
                    ' COMPLETE: ' COUNT-PRINT '  ' PCT-PRINT '%'
                    '  CHANGE: ' PCT-CHANGE-PRINT.

            IF COLUMN-SUB = 4
               MOVE PCT-CHANGE TO TREND-CHANGE
            END-IF.

       C20030-EXIT.
            EXIT.


      *****************************************************************
      * Append one record per department scored to the history.      *
      * Nothing is written when an SQL error cut the scoring short,  *
      * so a partial run never becomes next month's comparison.      *
      * EXTEND keeps the earlier runs, with the OUTPUT retry         *
      * covering a brand-new dataset.                                *
      *****************************************************************
       B25000-WRITE-HISTORY.

            IF NOT OK
               DISPLAY '*** SCORECARD HISTORY NOT WRITTEN - THE '
                       'SCORING IS INCOMPLETE'
               GO TO B25000-EXIT
            END-IF.

            IF SCORED-COUNT = 0
               GO TO B25000-EXIT
            END-IF.

            OPEN EXTEND HISTORY-FILE.

            IF NOT HISTORY-STATUS-OK
               OPEN OUTPUT HISTORY-FILE
            END-IF.

            IF NOT HISTORY-STATUS-OK
               MOVE 'Y' TO HISTORY-WARNING-SWITCH
               DISPLAY '*** WARNING: SCORECARD HISTORY (DD EMPDSHIS) '
                       'COULD NOT BE WRITTEN - STATUS '
                       HISTORY-FILE-STATUS
               DISPLAY '***    THIS RUN WILL NOT SHOW IN NEXT '
                       'MONTH''S TREND'
               GO TO B25000-EXIT
            END-IF.

            PERFORM C25000-WRITE-HISTORY-REC THRU C25000-EXIT
               VARYING SCORED-IX FROM 1 BY 1
               UNTIL SCORED-IX > SCORED-COUNT
                  OR HISTORY-WRITE-FAILED.

            CLOSE HISTORY-FILE.

       B25000-EXIT.
            EXIT.


       C25000-WRITE-HISTORY-REC.

            MOVE SPACES TO HISTORY-REC.
            MOVE RUN-DATE TO HIST-DATE.
            MOVE RUN-TIME TO HIST-TIME.
            MOVE SCORED-DEPTNO (SCORED-IX)    TO HIST-DEPTNO.
            MOVE SCORED-HEADCOUNT (SCORED-IX) TO HIST-HEADCOUNT.
            MOVE SCORED-COMPLETE (SCORED-IX, 1) TO HIST-COMPLETE (1).
            MOVE SCORED-COMPLETE (SCORED-IX, 2) TO HIST-COMPLETE (2).
            MOVE SCORED-COMPLETE (SCORED-IX, 3) TO HIST-COMPLETE (3).
            MOVE SCORED-COMPLETE (SCORED-IX, 4) TO HIST-COMPLETE (4).
            WRITE HISTORY-REC.

            IF NOT HISTORY-STATUS-OK
               MOVE 'Y' TO HISTORY-FAILED-SWITCH
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPDPTSC DB2 SAMPLE PROGRAM'
               DISPLAY '***    WRITE TO SCORECARD HISTORY (DD EMPDSHIS)'
               DISPLAY '***    FAILED - STATUS ' HISTORY-FILE-STATUS
                       ' AT DEPARTMENT ' HIST-DEPTNO
               DISPLAY '***    THE HISTORY IS INCOMPLETE'
               DISPLAY '**************************************'
               GO TO C25000-EXIT
            END-IF.

            ADD 1 TO HISTORY-WRITTEN-COUNT.

       C25000-EXIT.
            EXIT.


      *****************************************************************
      * Whole-company totals, the departments counted by trend, and  *
      * the graded return code: 0 clean, 4 when the history could    *
      * not be read or opened or a department table overflowed, 8    *
      * when an SQL error cut the scoring short or a history write   *
      * failed part way                                              *
      *****************************************************************
       B30000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPDPTSC END-OF-RUN TOTALS'.
            DISPLAY '*** DEPARTMENTS SCORED:     ' DEPARTMENTS-TOTAL.
            DISPLAY '*** EMPLOYEES:              ' EMPLOYEES-TOTAL.

            IF EMPLOYEES-TOTAL > 0
               PERFORM B30010-PRINT-COLUMN THRU B30010-EXIT
                  VARYING COLUMN-SUB FROM 1 BY 1
                  UNTIL COLUMN-SUB > 4
            END-IF.

            DISPLAY '*** EMPLOYEES INCOMPLETE:   ' INCOMPLETE-TOTAL.
            DISPLAY '***    WITH NO ROW AT ALL:  ' NO-ROW-TOTAL.
            DISPLAY '*** DEPARTMENTS BETTER:     ' DEPTS-BETTER-COUNT.
            DISPLAY '*** DEPARTMENTS WORSE:      ' DEPTS-WORSE-COUNT.
            DISPLAY '*** DEPARTMENTS NO CHANGE:  ' DEPTS-SAME-COUNT.
            DISPLAY '*** DEPTS NO EARLIER MONTH: ' DEPTS-NEW-COUNT.
            DISPLAY '*** HISTORY RECORDS READ:   ' HISTORY-READ-COUNT.
            IF HISTORY-REJECTED-COUNT > 0
               DISPLAY '***    NOT NUMERIC, PASSED: '
                       HISTORY-REJECTED-COUNT
            END-IF.
            DISPLAY '*** HISTORY RECORDS ADDED:  '
                    HISTORY-WRITTEN-COUNT.

            IF NOT OK
               MOVE 8 TO SCORECARD-RETURN-CODE
               DISPLAY '*** SCORECARD IS INCOMPLETE - SEE ERROR ABOVE'
            ELSE
               IF HISTORY-WRITE-FAILED
                  MOVE 8 TO SCORECARD-RETURN-CODE
                  DISPLAY '*** HISTORY IS INCOMPLETE - SEE ERROR ABOVE'
               ELSE
                  IF HISTORY-WARNING
                     OR PRIOR-OVERFLOW-COUNT > 0
                     OR SCORED-OVERFLOW-COUNT > 0
                     MOVE 4 TO SCORECARD-RETURN-CODE
                  END-IF
               END-IF
            END-IF.

            DISPLAY '*** RETURN CODE:            '
                    SCORECARD-RETURN-CODE.
            DISPLAY '**************************************'.

       B30000-EXIT.
            EXIT.


       B30010-PRINT-COLUMN.

            MOVE COMPANY-COMPLETE (COLUMN-SUB) TO COUNT-PRINT.
            COMPUTE PCT-CURRENT ROUNDED =
               COMPANY-COMPLETE (COLUMN-SUB) * 100 / EMPLOYEES-TOTAL.
            MOVE PCT-CURRENT TO PCT-PRINT.

            DISPLAY '*** ' COLUMN-NAME (COLUMN-SUB)
                    ' COMPLETE:    ' COUNT-PRINT '  ' PCT-PRINT '%'.

       B30010-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  Employees scored ride   *
      * in the read column, those complete on all three columns in   *
      * the OK column and those still incomplete in the failed one.  *
      * If EMPSUMM isn't allocated the trailer is simply skipped.    *
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
            MOVE 'EMPDPTSC' TO SUMM-PROGRAM.
            MOVE RUN-DATE TO SUMM-DATE.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE EMPLOYEES-TOTAL      TO SUMM-READ-COUNT.
            MOVE COMPANY-COMPLETE (4) TO SUMM-OK-COUNT.
            MOVE INCOMPLETE-TOTAL     TO SUMM-FAILED-COUNT.
            MOVE 0                    TO SUMM-SKIPPED-COUNT.
            MOVE 0                    TO SUMM-UNCHANGED-COUNT.
            MOVE SCORECARD-RETURN-CODE TO SUMM-RETURN-CODE.
            MOVE 0 TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       B35000-EXIT.
            EXIT.


       D31100-CHECK-SQLCODE.
      ****************************************************************
      * Verify that the prior SQL call completed successfully
      ****************************************************************
            IF SQLCODE NOT = 0
               MOVE 'BAD' TO STATUS1
               DISPLAY '*    UNEXPECTED SQLCODE FROM EMPDPTSC '
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
