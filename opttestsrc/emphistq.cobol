      *****************************************************************
      * MODULE NAME = EMPHISTQ (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Employee photo/resume lifecycle history    *
      *                    inquiry and activity report                *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Reads the shared lifecycle history dataset on DD    *
      *       EMPHIST - one event record for every change made to an  *
      *       EMP_PHOTO_RESUME row, appended by EMPPHLOD (each        *
      *       transaction applied and each row a BACKOUT put back),   *
      *       EMPPURGE (PURGE), EMPARSTR (RESTORE) and the DSN8CLPV   *
      *       resume edit (RESEDIT) - and answers the question "when  *
      *       did this person's photo last change, and who did it?"   *
      *       without piecing it together from journal generations,   *
      *       old purge manifests, restore listings and the audit     *
      *       log.                                                    *
      *                                                               *
      *       Employee history: for the EMPNO on the PARM, or for     *
      *       each EMPNO card on SYSIN when the PARM names none,      *
      *       every event on the dataset is printed in the order it   *
      *       happened - date, time, event, job name or TSO userid,   *
      *       program, and the PSEG, BMP and RESUME lengths before    *
      *       and after.                                              *
      *                                                               *
      *       Activity report: when a date range is given on the      *
      *       PARM, every event inside it is listed - EMPNO, date,    *
      *       time, who made it (job name or TSO userid), program,    *
      *       and the PSEG, BMP and RESUME lengths before and after - *
      *       grouped by event type and, within each type, by who,    *
      *       with a subtotal at each break.  Counts by event type    *
      *       and by who follow as a summary.                         *
      *                                                               *
      *  History record layout (DD EMPHIST, LRECL 120):               *
      *     cols   1 -   6  EMPNO                                     *
      *     cols   8 -  15  event: ADD, REPLACE, DELETE, REPPSEG,     *
      *                     REPBMP, REPRES, BACKOUT, PURGE, RESTORE   *
      *                     or RESEDIT                                *
      *     cols  17 -  24  date (YYYYMMDD)                           *
      *     cols  26 -  33  time (HHMMSSHH)                           *
      *     cols  35 -  42  job name (batch) or TSO userid (edit)     *
      *     cols  44 -  51  program that made the change              *
      *     cols  53 -  61  PSEG_PHOTO length before                  *
      *     cols  63 -  71  BMP_PHOTO length before                   *
      *     cols  73 -  77  RESUME length before                      *
      *     cols  79 -  87  PSEG_PHOTO length after                   *
      *     cols  89 -  97  BMP_PHOTO length after                    *
      *     cols  99 - 103  RESUME length after                       *
      *  A NULL column, or no row at all, is a zero length.           *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch report, it does  *
      *             not touch DB2, GDDM or ISPF.                      *
      *                                                               *
      *   Restrictions: Up to 500 EMPNOs per run, up to 5000 of their *
      *             events, up to 5000 events listed in the activity  *
      *             report, and up to 50 event types and 500 job      *
      *             names/userids in its summary.  Anything past a    *
      *             limit is counted and reported, never silently     *
      *             dropped.                                          *
      *                                                               *
      * Module type: COBOL program                                    *
      * Module size: See linkedit output                              *
      *  Attributes: Re-entrant and re-usable                         *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation.  EXEC PARM:     *
      *                 cols  1 -  6   EMPNO whose history is wanted. *
      *                                Blank = read EMPNO cards (cols *
      *                                1 - 6) from SYSIN instead.     *
      *                 cols  8 - 15   activity-from date (YYYYMMDD)  *
      *                 cols 17 - 24   activity-to   date (YYYYMMDD)  *
      *                                Both blank = no activity       *
      *                                report.                        *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - Message: none                                  *
      *              Return Code = 0004                               *
      *              - an EMPNO asked for has no history, or a limit  *
      *                was reached; see the report                    *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPHISTQ DB2 Sample Program*
      *                                History (DD EMPHIST) could not *
      *                                be opened                      *
      *                                Processing terminated          *
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: None                         *
      *             - Data areas       : None                         *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPHIST (lifecycle history   *
      *                                  input), SYSIN (EMPNO cards), *
      *                                  EMPSUMM (shared run-summary  *
      *                                  trailer)                     *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPHISTQ:                                                   *
      *   - Take the EMPNO and the activity date range from the PARM; *
      *     with no EMPNO on the PARM, load the SYSIN EMPNO cards     *
      *   - For each history record: hold it when its EMPNO was asked *
      *     for; when it falls in the activity date range, hold it    *
      *     in event type and who order and tally it by event type    *
      *     and by who                                                *
      *   - Print each EMPNO's history in the order it happened       *
      *   - Print the activity report - each event type's events,     *
      *     grouped by who, with subtotals - then the counts by       *
      *     event type and by who, and the totals                     *
      *   End EMPHISTQ                                                *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHISTQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * Shared employee lifecycle history - one event record per     *
      * change to an EMP_PHOTO_RESUME row                            *
      *****************************************************************
           SELECT HISTORY-FILE  ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

      *****************************************************************
      * EMPNO cards naming the employees whose history is wanted,    *
      * when the PARM does not name one                              *
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

       01  HISTORY-FILE-STATUS      PIC X(02).
           88  HISTORY-STATUS-OK        VALUE '00'.

       01  SYSIN-FILE-STATUS        PIC X(02).
           88  SYSIN-STATUS-OK          VALUE '00'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

      *****************************************************************
      * Return code held here until the very end, so nothing can     *
      * overwrite it before the trailer records it                   *
      *****************************************************************
       01  REPORT-RETURN-CODE       PIC 9(01)  VALUE 0.

       01  HISTORY-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  HISTORY-EOF              VALUE 'Y'.

       01  SYSIN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
           88  SYSIN-EOF                VALUE 'Y'.

      *****************************************************************
      * Activity report date range from the PARM - both dates blank  *
      * means no activity report is wanted.                          *
      *****************************************************************
       01  ACTIVITY-FROM-DATE       PIC 9(08)  VALUE 0.
       01  ACTIVITY-TO-DATE         PIC 9(08)  VALUE 0.
       01  ACTIVITY-WANTED-SWITCH   PIC X(01)  VALUE 'N'.
           88  ACTIVITY-WANTED          VALUE 'Y'.

      *****************************************************************
      * The EMPNOs whose history is wanted - from the PARM, or the   *
      * SYSIN cards - each with the count of events found for it     *
      *****************************************************************
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY-COUNT  PIC S9(4)  COMP  VALUE 0.
           05  REQUEST-OVERFLOW     PIC S9(9)  COMP-3  VALUE 0.
           05  REQUEST-ENTRY  OCCURS 500 TIMES
                              INDEXED BY REQUEST-IX.
               10  REQUEST-EMPNO    PIC X(06).
               10  REQUEST-EVENTS   PIC S9(9)  COMP-3.

      *****************************************************************
      * The requested EMPNOs' events, held in the order read - the   *
      * dataset is appended to as changes happen, so that is the     *
      * order they happened in                                       *
      *****************************************************************
       01  EVENT-TABLE.
           05  EVENT-ENTRY-COUNT    PIC S9(4)  COMP  VALUE 0.
           05  EVENT-OVERFLOW       PIC S9(9)  COMP-3  VALUE 0.
           05  EVENT-ENTRY  OCCURS 5000 TIMES
                            INDEXED BY EVENT-IX.
               10  EVENT-RECORD     PIC X(103).

      *****************************************************************
      * Printed view of a held event                                 *
      *****************************************************************
       01  EVENT-VIEW.
           05  EVW-EMPNO            PIC X(06).
           05  FILLER               PIC X(01).
           05  EVW-EVENT-TYPE       PIC X(08).
           05  FILLER               PIC X(01).
           05  EVW-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  EVW-TIME             PIC 9(08).
           05  FILLER               PIC X(01).
           05  EVW-CHANGED-BY       PIC X(08).
           05  FILLER               PIC X(01).
           05  EVW-PROGRAM          PIC X(08).
           05  FILLER               PIC X(01).
           05  EVW-BEFORE-PSEG      PIC 9(09).
           05  FILLER               PIC X(01).
           05  EVW-BEFORE-BMP       PIC 9(09).
           05  FILLER               PIC X(01).
           05  EVW-BEFORE-RESUME    PIC 9(05).
           05  FILLER               PIC X(01).
           05  EVW-AFTER-PSEG       PIC 9(09).
           05  FILLER               PIC X(01).
           05  EVW-AFTER-BMP        PIC 9(09).
           05  FILLER               PIC X(01).
           05  EVW-AFTER-RESUME     PIC 9(05).

      *****************************************************************
      * The events inside the activity date range, held in event     *
      * type and who order - each new event goes in after the last   *
      * one with the same or a lower key, so within a group they     *
      * stay in the order they happened                              *
      *****************************************************************
       01  ACTIVITY-TABLE.
           05  ACTIVITY-ENTRY-COUNT PIC S9(4)  COMP  VALUE 0.
           05  ACTIVITY-OVERFLOW    PIC S9(9)  COMP-3  VALUE 0.
           05  ACTIVITY-ENTRY  OCCURS 5000 TIMES.
               10  ACT-KEY.
                   15  ACT-EVENT-TYPE   PIC X(08).
                   15  ACT-CHANGED-BY   PIC X(08).
               10  ACT-RECORD       PIC X(103).

       01  ACTIVITY-NEW-KEY.
           05  NEW-KEY-EVENT-TYPE   PIC X(08).
           05  NEW-KEY-CHANGED-BY   PIC X(08).

       01  ACTIVITY-SLOT            PIC S9(4)  COMP  VALUE 0.
       01  ACTIVITY-NEXT-SLOT       PIC S9(4)  COMP  VALUE 0.

       01  ACTIVITY-PLACED-SWITCH   PIC X(01)  VALUE 'N'.
           88  ACTIVITY-PLACED          VALUE 'Y'.

      *****************************************************************
      * Control-break fields for the activity listing                *
      *****************************************************************
       01  GROUP-EVENT-TYPE         PIC X(08)  VALUE SPACES.
       01  GROUP-CHANGED-BY         PIC X(08)  VALUE SPACES.
       01  GROUP-TYPE-TALLY         PIC S9(9)  COMP-3  VALUE 0.
       01  GROUP-WHO-TALLY          PIC S9(9)  COMP-3  VALUE 0.

      *****************************************************************
      * Activity counts by event type                                *
      *****************************************************************
       01  EVENT-TYPE-SUMMARY.
           05  TYPE-ENTRY-COUNT     PIC S9(4)  COMP  VALUE 0.
           05  TYPE-OVERFLOW        PIC S9(9)  COMP-3  VALUE 0.
           05  TYPE-ENTRY  OCCURS 50 TIMES
                           INDEXED BY TYPE-IX.
               10  TYPE-KEY         PIC X(08).
               10  TYPE-TALLY       PIC S9(9)  COMP-3.

      *****************************************************************
      * Activity counts by who made the change - the job name for a  *
      * batch program, the TSO userid for the resume edit            *
      *****************************************************************
       01  WHO-SUMMARY.
           05  WHO-ENTRY-COUNT      PIC S9(4)  COMP  VALUE 0.
           05  WHO-OVERFLOW         PIC S9(9)  COMP-3  VALUE 0.
           05  WHO-ENTRY  OCCURS 500 TIMES
                          INDEXED BY WHO-IX.
               10  WHO-KEY          PIC X(08).
               10  WHO-PROGRAM      PIC X(08).
               10  WHO-TALLY        PIC S9(9)  COMP-3.

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  RECORDS-READ-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  RECORDS-UNPARSED-COUNT   PIC S9(9)  COMP-3  VALUE 0.
       77  CARDS-READ-COUNT         PIC S9(9)  COMP-3  VALUE 0.
       77  EVENTS-HELD-COUNT        PIC S9(9)  COMP-3  VALUE 0.
       77  ACTIVITY-COUNT           PIC S9(9)  COMP-3  VALUE 0.
       77  NO-HISTORY-COUNT         PIC S9(9)  COMP-3  VALUE 0.

       01  PRINT-IX                 PIC S9(4)  COMP.
       01  EVENT-PRINT-IX           PIC S9(4)  COMP.


       LINKAGE SECTION.
       01  EMPHISTQ-PARM.
           05  PARM-LEN               PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(80).

       PROCEDURE DIVISION USING EMPHISTQ-PARM.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPHISTQ LIFECYCLE HISTORY INQUIRY'.
            DISPLAY '**************************************'.

            PERFORM B05000-PARSE-PARM THRU B05000-EXIT.

            PERFORM B10000-OPEN-FILES THRU B10000-EXIT.

            IF OK
               PERFORM B10005-READ-HISTORY-REC THRU B10005-EXIT
               PERFORM B20000-TABULATE-REC THRU B20000-EXIT
                  UNTIL HISTORY-EOF
               PERFORM B40000-CLOSE-FILES THRU B40000-EXIT
               PERFORM C10000-PRINT-EMPLOYEE-HISTORY THRU C10000-EXIT
               PERFORM C16000-PRINT-ACTIVITY-DETAIL THRU C16000-EXIT
               PERFORM C20000-PRINT-TYPE-SUMMARY THRU C20000-EXIT
               PERFORM C30000-PRINT-WHO-SUMMARY THRU C30000-EXIT
               PERFORM C40000-PRINT-TOTALS THRU C40000-EXIT
            ELSE
               MOVE 8 TO REPORT-RETURN-CODE
            END-IF.

            PERFORM C50000-WRITE-SUMMARY-TRAILER THRU C50000-EXIT.

            MOVE REPORT-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Take the EMPNO and the activity date range from the EXEC     *
      * PARM.  With no EMPNO on the PARM, the EMPNO cards on SYSIN   *
      * name the employees instead; a SYSIN that is not allocated    *
      * (or empty) simply means no employee history is wanted.       *
      *****************************************************************
       B05000-PARSE-PARM.

            IF PARM-LEN NOT LESS THAN 6
               IF PARM-TEXT (1:6) NOT = SPACES
                  MOVE 1 TO REQUEST-ENTRY-COUNT
                  SET REQUEST-IX TO 1
                  MOVE PARM-TEXT (1:6) TO REQUEST-EMPNO (REQUEST-IX)
                  MOVE 0 TO REQUEST-EVENTS (REQUEST-IX)
               END-IF
            END-IF.

            IF PARM-LEN NOT LESS THAN 24
               IF PARM-TEXT (8:8) NUMERIC AND PARM-TEXT (17:8) NUMERIC
                  MOVE PARM-TEXT (8:8)  TO ACTIVITY-FROM-DATE
                  MOVE PARM-TEXT (17:8) TO ACTIVITY-TO-DATE
                  MOVE 'Y' TO ACTIVITY-WANTED-SWITCH
               END-IF
            END-IF.

            IF REQUEST-ENTRY-COUNT = 0
               PERFORM B06000-LOAD-EMPNO-CARDS THRU B06000-EXIT
            END-IF.

            IF REQUEST-ENTRY-COUNT = 0 AND NOT ACTIVITY-WANTED
               DISPLAY '*** NO EMPNO AND NO ACTIVITY DATE RANGE GIVEN'
                       ' - TOTALS ONLY'
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
                       REQUEST-OVERFLOW ' NOT REPORTED THIS RUN'
               MOVE 4 TO REPORT-RETURN-CODE
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
                  MOVE 0                TO REQUEST-EVENTS (REQUEST-IX)
               WHEN REQUEST-EMPNO (REQUEST-IX) = SYSIN-CARD (1:6)
                  CONTINUE
            END-SEARCH.

       B06010-NEXT.
            PERFORM B06005-READ-EMPNO-CARD THRU B06005-EXIT.

       B06010-EXIT.
            EXIT.


      *****************************************************************
      * Open the history for input.  No history means nothing to     *
      * report on, so the run ends with RC=8 for the scheduler.      *
      *****************************************************************
       B10000-OPEN-FILES.

            OPEN INPUT HISTORY-FILE.

            IF NOT HISTORY-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPHISTQ DB2 SAMPLE PROGRAM'
               DISPLAY '***    HISTORY (DD EMPHIST) COULD NOT'
               DISPLAY '***    BE OPENED - STATUS ' HISTORY-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
            END-IF.

       B10000-EXIT.
            EXIT.


       B10005-READ-HISTORY-REC.

            READ HISTORY-FILE
               AT END
                  MOVE 'Y' TO HISTORY-EOF-SWITCH
               NOT AT END
                  ADD 1 TO RECORDS-READ-COUNT
            END-READ.

       B10005-EXIT.
            EXIT.


      *****************************************************************
      * Hold one history record when its EMPNO was asked for, and    *
      * tally it into the activity report when it falls inside the   *
      * requested date range.                                        *
      *****************************************************************
       B20000-TABULATE-REC.

      *****************************************************************
      * A record whose date or lengths will not parse (a torn write, *
      * a hand-edited dataset) cannot be placed in time or printed   *
      * safely, so it is counted and passed over.                    *
      *****************************************************************
            IF HIST-DATE NOT NUMERIC
               OR HIST-BEFORE-PSEG NOT NUMERIC
               OR HIST-BEFORE-BMP NOT NUMERIC
               OR HIST-BEFORE-RESUME NOT NUMERIC
               OR HIST-AFTER-PSEG NOT NUMERIC
               OR HIST-AFTER-BMP NOT NUMERIC
               OR HIST-AFTER-RESUME NOT NUMERIC
               ADD 1 TO RECORDS-UNPARSED-COUNT
               GO TO B20000-NEXT
            END-IF.

            IF REQUEST-ENTRY-COUNT > 0
               PERFORM C05000-HOLD-REQUESTED-EVENT THRU C05000-EXIT
            END-IF.

            IF ACTIVITY-WANTED
               IF HIST-DATE NOT LESS THAN ACTIVITY-FROM-DATE
                  AND HIST-DATE NOT GREATER THAN ACTIVITY-TO-DATE
                  ADD 1 TO ACTIVITY-COUNT
                  PERFORM C15000-HOLD-ACTIVITY-EVENT THRU C15000-EXIT
                  PERFORM C21000-TALLY-EVENT-TYPE THRU C21000-EXIT
                  PERFORM C31000-TALLY-WHO THRU C31000-EXIT
               END-IF
            END-IF.

       B20000-NEXT.
            PERFORM B10005-READ-HISTORY-REC THRU B10005-EXIT.

       B20000-EXIT.
            EXIT.


       B40000-CLOSE-FILES.

            CLOSE HISTORY-FILE.

       B40000-EXIT.
            EXIT.


      *****************************************************************
      * Hold the record when its EMPNO is on the request table       *
      *****************************************************************
       C05000-HOLD-REQUESTED-EVENT.

            SET REQUEST-IX TO 1.
            SEARCH REQUEST-ENTRY
               AT END
                  GO TO C05000-EXIT
               WHEN REQUEST-IX > REQUEST-ENTRY-COUNT
                  GO TO C05000-EXIT
               WHEN REQUEST-EMPNO (REQUEST-IX) = HIST-EMPNO
                  ADD 1 TO REQUEST-EVENTS (REQUEST-IX)
            END-SEARCH.

            IF EVENT-ENTRY-COUNT < 5000
               ADD 1 TO EVENT-ENTRY-COUNT
               ADD 1 TO EVENTS-HELD-COUNT
               SET EVENT-IX TO EVENT-ENTRY-COUNT
               MOVE HISTORY-REC (1:103) TO EVENT-RECORD (EVENT-IX)
            ELSE
               ADD 1 TO EVENT-OVERFLOW
            END-IF.

       C05000-EXIT.
            EXIT.


      *****************************************************************
      * Print each requested EMPNO's history, in request order, each *
      * employee's events in the order they happened                 *
      *****************************************************************
       C10000-PRINT-EMPLOYEE-HISTORY.

            IF REQUEST-ENTRY-COUNT = 0
               GO TO C10000-EXIT
            END-IF.

            PERFORM C10010-PRINT-ONE-EMPLOYEE THRU C10010-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > REQUEST-ENTRY-COUNT.

            IF EVENT-OVERFLOW > 0
               DISPLAY '**************************************'
               DISPLAY '*** (EVENT LIMIT REACHED - ' EVENT-OVERFLOW
                       ' LATER EVENTS NOT PRINTED)'
            END-IF.

       C10000-EXIT.
            EXIT.


       C10010-PRINT-ONE-EMPLOYEE.

            SET REQUEST-IX TO PRINT-IX.

            DISPLAY '**************************************'.
            DISPLAY '*** HISTORY FOR EMPNO ' REQUEST-EMPNO (REQUEST-IX)
                    ' - ' REQUEST-EVENTS (REQUEST-IX) ' EVENTS'.

            IF REQUEST-EVENTS (REQUEST-IX) = 0
               ADD 1 TO NO-HISTORY-COUNT
               DISPLAY '***    NO HISTORY RECORDED FOR THIS EMPNO'
               GO TO C10010-EXIT
            END-IF.

            DISPLAY '***    DATE     TIME     EVENT    BY       '
                    'PROGRAM  LENGTHS BEFORE -> AFTER'.

            PERFORM C10020-PRINT-EVENT-LINE THRU C10020-EXIT
               VARYING EVENT-PRINT-IX FROM 1 BY 1
               UNTIL EVENT-PRINT-IX > EVENT-ENTRY-COUNT.

       C10010-EXIT.
            EXIT.


       C10020-PRINT-EVENT-LINE.

            SET EVENT-IX TO EVENT-PRINT-IX.
            MOVE EVENT-RECORD (EVENT-IX) TO EVENT-VIEW.

            IF EVW-EMPNO NOT = REQUEST-EMPNO (REQUEST-IX)
               GO TO C10020-EXIT
            END-IF.

            DISPLAY '***    ' EVW-DATE ' ' EVW-TIME ' '
                    EVW-EVENT-TYPE ' ' EVW-CHANGED-BY ' '
                    EVW-PROGRAM.
            DISPLAY '***       PSEG ' EVW-BEFORE-PSEG ' -> '
                    EVW-AFTER-PSEG '  BMP ' EVW-BEFORE-BMP ' -> '
                    EVW-AFTER-BMP '  RESUME ' EVW-BEFORE-RESUME
                    ' -> ' EVW-AFTER-RESUME.

       C10020-EXIT.
            EXIT.


      *****************************************************************
      * Hold an event inside the activity date range in its place in *
      * event type and who order, moving the higher keys up one      *
      *****************************************************************
       C15000-HOLD-ACTIVITY-EVENT.

            IF ACTIVITY-ENTRY-COUNT NOT < 5000
               ADD 1 TO ACTIVITY-OVERFLOW
               GO TO C15000-EXIT
            END-IF.

            MOVE HIST-EVENT-TYPE TO NEW-KEY-EVENT-TYPE.
            MOVE HIST-CHANGED-BY TO NEW-KEY-CHANGED-BY.

            MOVE ACTIVITY-ENTRY-COUNT TO ACTIVITY-SLOT.
            ADD 1 TO ACTIVITY-ENTRY-COUNT.
            MOVE 'N' TO ACTIVITY-PLACED-SWITCH.

            PERFORM C15010-MAKE-ROOM THRU C15010-EXIT
               UNTIL ACTIVITY-PLACED.

            ADD 1 ACTIVITY-SLOT GIVING ACTIVITY-NEXT-SLOT.
            MOVE ACTIVITY-NEW-KEY  TO ACT-KEY (ACTIVITY-NEXT-SLOT).
            MOVE HISTORY-REC (1:103)
                                   TO ACT-RECORD (ACTIVITY-NEXT-SLOT).

       C15000-EXIT.
            EXIT.


       C15010-MAKE-ROOM.

            IF ACTIVITY-SLOT = 0
               MOVE 'Y' TO ACTIVITY-PLACED-SWITCH
               GO TO C15010-EXIT
            END-IF.

            IF ACT-KEY (ACTIVITY-SLOT) NOT > ACTIVITY-NEW-KEY
               MOVE 'Y' TO ACTIVITY-PLACED-SWITCH
               GO TO C15010-EXIT
            END-IF.

            ADD 1 ACTIVITY-SLOT GIVING ACTIVITY-NEXT-SLOT.
            MOVE ACTIVITY-ENTRY (ACTIVITY-SLOT)
              TO ACTIVITY-ENTRY (ACTIVITY-NEXT-SLOT).
            SUBTRACT 1 FROM ACTIVITY-SLOT.

       C15010-EXIT.
            EXIT.


      *****************************************************************
      * List every event in the activity date range, grouped by      *
      * event type and then by who made it, with a subtotal as each  *
      * who and each event type ends                                 *
      *****************************************************************
       C16000-PRINT-ACTIVITY-DETAIL.

            IF NOT ACTIVITY-WANTED
               GO TO C16000-EXIT
            END-IF.

            DISPLAY '**************************************'.
            DISPLAY '*** ACTIVITY FROM ' ACTIVITY-FROM-DATE
                    ' TO ' ACTIVITY-TO-DATE ' - CHANGES MADE:'.

            IF ACTIVITY-ENTRY-COUNT = 0
               DISPLAY '***    NO EVENTS IN THE DATE RANGE'
               GO TO C16000-EXIT
            END-IF.

            PERFORM C16010-PRINT-ACTIVITY-LINE THRU C16010-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > ACTIVITY-ENTRY-COUNT.

            PERFORM C16020-END-WHO-GROUP THRU C16020-EXIT.
            PERFORM C16030-END-TYPE-GROUP THRU C16030-EXIT.

            IF ACTIVITY-OVERFLOW > 0
               DISPLAY '***    (ACTIVITY LIMIT REACHED - '
                       ACTIVITY-OVERFLOW ' LATER EVENTS NOT LISTED)'
            END-IF.

       C16000-EXIT.
            EXIT.


       C16010-PRINT-ACTIVITY-LINE.

            MOVE ACT-RECORD (PRINT-IX) TO EVENT-VIEW.

            IF PRINT-IX = 1
               PERFORM C16040-START-TYPE-GROUP THRU C16040-EXIT
               PERFORM C16050-START-WHO-GROUP THRU C16050-EXIT
            ELSE
               IF EVW-EVENT-TYPE NOT = GROUP-EVENT-TYPE
                  PERFORM C16020-END-WHO-GROUP THRU C16020-EXIT
                  PERFORM C16030-END-TYPE-GROUP THRU C16030-EXIT
                  PERFORM C16040-START-TYPE-GROUP THRU C16040-EXIT
                  PERFORM C16050-START-WHO-GROUP THRU C16050-EXIT
               ELSE
                  IF EVW-CHANGED-BY NOT = GROUP-CHANGED-BY
                     PERFORM C16020-END-WHO-GROUP THRU C16020-EXIT
                     PERFORM C16050-START-WHO-GROUP THRU C16050-EXIT
                  END-IF
               END-IF
            END-IF.

            ADD 1 TO GROUP-TYPE-TALLY.
            ADD 1 TO GROUP-WHO-TALLY.

            DISPLAY '***          ' EVW-EMPNO ' ' EVW-DATE ' '
                    EVW-TIME ' ' EVW-PROGRAM.
            DISPLAY '***             PSEG ' EVW-BEFORE-PSEG ' -> '
                    EVW-AFTER-PSEG '  BMP ' EVW-BEFORE-BMP ' -> '
                    EVW-AFTER-BMP '  RESUME ' EVW-BEFORE-RESUME
                    ' -> ' EVW-AFTER-RESUME.

       C16010-EXIT.
            EXIT.


       C16020-END-WHO-GROUP.

            DISPLAY '***       SUBTOTAL ' GROUP-CHANGED-BY ': '
                    GROUP-WHO-TALLY.

       C16020-EXIT.
            EXIT.


       C16030-END-TYPE-GROUP.

            DISPLAY '***    SUBTOTAL ' GROUP-EVENT-TYPE ': '
                    GROUP-TYPE-TALLY.

       C16030-EXIT.
            EXIT.


       C16040-START-TYPE-GROUP.

            MOVE EVW-EVENT-TYPE TO GROUP-EVENT-TYPE.
            MOVE 0 TO GROUP-TYPE-TALLY.

            DISPLAY '***    EVENT TYPE ' GROUP-EVENT-TYPE.

       C16040-EXIT.
            EXIT.


       C16050-START-WHO-GROUP.

            MOVE EVW-CHANGED-BY TO GROUP-CHANGED-BY.
            MOVE 0 TO GROUP-WHO-TALLY.

            DISPLAY '***       BY ' GROUP-CHANGED-BY.
            DISPLAY '***          EMPNO  DATE     TIME     PROGRAM  '
                    'LENGTHS BEFORE -> AFTER'.

       C16050-EXIT.
            EXIT.


      *****************************************************************
      * Accumulate the record's event type into the activity report  *
      *****************************************************************
       C21000-TALLY-EVENT-TYPE.

            SET TYPE-IX TO 1.
            SEARCH TYPE-ENTRY
               AT END
                  ADD 1 TO TYPE-OVERFLOW
               WHEN TYPE-IX > TYPE-ENTRY-COUNT
                  ADD 1 TO TYPE-ENTRY-COUNT
                  MOVE HIST-EVENT-TYPE TO TYPE-KEY (TYPE-IX)
                  MOVE 1               TO TYPE-TALLY (TYPE-IX)
               WHEN TYPE-KEY (TYPE-IX) = HIST-EVENT-TYPE
                  ADD 1 TO TYPE-TALLY (TYPE-IX)
            END-SEARCH.

       C21000-EXIT.
            EXIT.


      *****************************************************************
      * Accumulate the record's job name or TSO userid into the      *
      * activity report, noting the program it ran so a job name     *
      * can be told from a userid at a glance                        *
      *****************************************************************
       C31000-TALLY-WHO.

            SET WHO-IX TO 1.
            SEARCH WHO-ENTRY
               AT END
                  ADD 1 TO WHO-OVERFLOW
               WHEN WHO-IX > WHO-ENTRY-COUNT
                  ADD 1 TO WHO-ENTRY-COUNT
                  MOVE HIST-CHANGED-BY TO WHO-KEY (WHO-IX)
                  MOVE HIST-PROGRAM    TO WHO-PROGRAM (WHO-IX)
                  MOVE 1               TO WHO-TALLY (WHO-IX)
               WHEN WHO-KEY (WHO-IX) = HIST-CHANGED-BY
                  AND WHO-PROGRAM (WHO-IX) = HIST-PROGRAM
                  ADD 1 TO WHO-TALLY (WHO-IX)
            END-SEARCH.

       C31000-EXIT.
            EXIT.


      *****************************************************************
      * Print the activity counts by event type                      *
      *****************************************************************
       C20000-PRINT-TYPE-SUMMARY.

            IF NOT ACTIVITY-WANTED
               GO TO C20000-EXIT
            END-IF.

            DISPLAY '**************************************'.
            DISPLAY '*** ACTIVITY FROM ' ACTIVITY-FROM-DATE
                    ' TO ' ACTIVITY-TO-DATE ' BY EVENT TYPE:'.

            PERFORM C20010-PRINT-TYPE-LINE THRU C20010-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > TYPE-ENTRY-COUNT.

            IF TYPE-OVERFLOW > 0
               DISPLAY '***    (DISTINCT EVENT TYPE LIMIT REACHED - '
                       TYPE-OVERFLOW ' EVENTS NOT BROKEN OUT)'
            END-IF.

       C20000-EXIT.
            EXIT.


       C20010-PRINT-TYPE-LINE.

            DISPLAY '***    ' TYPE-KEY (PRINT-IX) ': '
                    TYPE-TALLY (PRINT-IX).

       C20010-EXIT.
            EXIT.


      *****************************************************************
      * Print the activity counts by who made the change             *
      *****************************************************************
       C30000-PRINT-WHO-SUMMARY.

            IF NOT ACTIVITY-WANTED
               GO TO C30000-EXIT
            END-IF.

            DISPLAY '**************************************'.
            DISPLAY '*** ACTIVITY FROM ' ACTIVITY-FROM-DATE
                    ' TO ' ACTIVITY-TO-DATE ' BY WHO:'.

            PERFORM C30010-PRINT-WHO-LINE THRU C30010-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > WHO-ENTRY-COUNT.

            IF WHO-OVERFLOW > 0
               DISPLAY '***    (DISTINCT JOB/USERID LIMIT REACHED - '
                       WHO-OVERFLOW ' EVENTS NOT BROKEN OUT)'
            END-IF.

       C30000-EXIT.
            EXIT.


       C30010-PRINT-WHO-LINE.

            DISPLAY '***    ' WHO-KEY (PRINT-IX) ' ('
                    WHO-PROGRAM (PRINT-IX) '): '
                    WHO-TALLY (PRINT-IX).

       C30010-EXIT.
            EXIT.


      *****************************************************************
      * End-of-run totals and the graded return code: 4 when an      *
      * EMPNO asked for has no history or a limit was reached        *
      *****************************************************************
       C40000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPHISTQ END-OF-RUN TOTALS'.
            DISPLAY '*** HISTORY RECORDS READ:   ' RECORDS-READ-COUNT.

            IF RECORDS-UNPARSED-COUNT > 0
               DISPLAY '*** RECORDS NOT PARSEABLE:  '
                       RECORDS-UNPARSED-COUNT
            END-IF.

            DISPLAY '*** EMPNOS REQUESTED:       ' REQUEST-ENTRY-COUNT.
            DISPLAY '*** EVENTS PRINTED:         ' EVENTS-HELD-COUNT.
            DISPLAY '*** EMPNOS WITH NO HISTORY: ' NO-HISTORY-COUNT.

            IF ACTIVITY-WANTED
               DISPLAY '*** EVENTS IN DATE RANGE:   ' ACTIVITY-COUNT
            END-IF.

            DISPLAY '**************************************'.

            IF NO-HISTORY-COUNT > 0 OR EVENT-OVERFLOW > 0
               OR ACTIVITY-OVERFLOW > 0
               OR TYPE-OVERFLOW > 0 OR WHO-OVERFLOW > 0
               MOVE 4 TO REPORT-RETURN-CODE
            END-IF.

       C40000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  EMPNOs with no history  *
      * ride in the skipped column, unparseable records in the       *
      * failed column.  If EMPSUMM isn't allocated the trailer is    *
      * simply skipped.                                              *
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
            MOVE 'EMPHISTQ' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE RECORDS-READ-COUNT     TO SUMM-READ-COUNT.
            MOVE EVENTS-HELD-COUNT      TO SUMM-OK-COUNT.
            MOVE RECORDS-UNPARSED-COUNT TO SUMM-FAILED-COUNT.
            MOVE NO-HISTORY-COUNT       TO SUMM-SKIPPED-COUNT.
            MOVE 0                      TO SUMM-UNCHANGED-COUNT.
            MOVE REPORT-RETURN-CODE     TO SUMM-RETURN-CODE.
            MOVE 0 TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       C50000-EXIT.
            EXIT.
