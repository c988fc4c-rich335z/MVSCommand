      *****************************************************************
      * MODULE NAME = EMPCONRP (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Weekly report of photo-distribution       *
      *                    consent restrictions                       *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Reads the photo-distribution consent register      *
      *       (DD EMPCONSR - the keyed VSAM cluster DSN8CLPV         *
      *       maintains from its ISPF selection list, and DSN8CLPV   *
      *       and EMPBMPGT consult before a BMP goes off-site) and   *
      *       lists every restriction active today - EMPNO, kind of  *
      *       restriction, effective and expiry dates, who asked     *
      *       for it, and the barred site codes for a named-site     *
      *       restriction - followed by the restrictions that run    *
      *       out within the next 30 days, with the days left, so    *
      *       HR can confirm each one is meant to lapse before the   *
      *       photos start flowing again.  Restrictions not yet in   *
      *       effect and ones already lapsed but still on file are   *
      *       counted, so the register can be kept tidy.             *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch report, it does  *
      *             not touch DB2, GDDM or ISPF.                      *
      *                                                               *
      *   Restrictions:                                               *
      * Module type: COBOL program                                    *
      * Module size: See linkedit output                              *
      *  Attributes: Re-entrant and re-usable                         *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation.  EXEC PARM:     *
      *                 cols  1 -  3   expiry look-ahead window in    *
      *                                days.  Blank or zero defaults  *
      *                                to 30 days.                    *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - no restriction runs out inside the window      *
      *              Return Code = 0004                               *
      *              - restrictions run out inside the window; see    *
      *                the expiring list                              *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPCONRP DB2 Sample Program*
      *                                Consent register (DD EMPCONSR) *
      *                                could not be opened            *
      *                                Processing terminated          *
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: None                         *
      *             - Data areas       : None                         *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPCONSR (keyed VSAM consent *
      *                                  register, read in key        *
      *                                  order), EMPSUMM (shared      *
      *                                  run-summary trailer)         *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPCONRP:                                                   *
      *   - Resolve the look-ahead window from the PARM (default 30)  *
      *   - First pass over the register: classify each restriction   *
      *     as pending, active or lapsed; list the active ones and    *
      *     count them by kind                                        *
      *   - Second pass: list the active restrictions whose expiry    *
      *     date falls inside the window, with the days left          *
      *   - Print the totals and grade the return code                *
      *   End EMPCONRP                                                *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONRP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * The photo-distribution consent register, read in EMPNO order *
      *****************************************************************
           SELECT CONSENT-REGISTER-FILE  ASSIGN TO EMPCONSR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONS-EMPNO
               FILE STATUS IS CONSENT-FILE-STATUS.

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
           05  CONS-EXPIRY-PARTS  REDEFINES CONS-EXPIRY-DATE.
               10  CONS-EXPIRY-YEAR PIC 9(04).
               10  CONS-EXPIRY-MONTH PIC 9(02).
               10  CONS-EXPIRY-DAY  PIC 9(02).
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

       01  CONSENT-FILE-STATUS      PIC X(02).
           88  CONSENT-STATUS-OK        VALUE '00'.

       01  CONSENT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  CONSENT-EOF              VALUE 'Y'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

      *****************************************************************
      * Expiry look-ahead window in days from the PARM; blank or     *
      * zero falls back to 30 days                                   *
      *****************************************************************
       01  WINDOW-DAYS              PIC 9(03)  VALUE 0.
       01  DEFAULT-WINDOW-DAYS      PIC 9(03)  VALUE 30.

      *****************************************************************
      * Today's date as a day number, and the days-left arithmetic   *
      * for the restriction being judged                             *
      *****************************************************************
       01  TODAY-DATE               PIC 9(08).
       01  TODAY-INTEGER            PIC S9(9)  COMP  VALUE 0.
       01  EXPIRY-INTEGER           PIC S9(9)  COMP  VALUE 0.
       01  DAYS-LEFT                PIC S9(9)  COMP  VALUE 0.
       01  DAYS-LEFT-PRINT          PIC Z(08)9.

      *****************************************************************
      * State of the restriction being judged, and the print forms  *
      * of its kind and its expiry date                              *
      *****************************************************************
       01  RESTRICTION-STATE        PIC X(01)  VALUE 'A'.
           88  RESTRICTION-ACTIVE       VALUE 'A'.
           88  RESTRICTION-PENDING      VALUE 'P'.
           88  RESTRICTION-LAPSED       VALUE 'L'.
           88  RESTRICTION-UNPARSED     VALUE 'U'.

       01  TYPE-PRINT               PIC X(12).
       01  EXPIRY-PRINT             PIC X(09).

      *****************************************************************
      * Active restrictions by kind                                   *
      *****************************************************************
       77  NO-OFFSITE-COUNT         PIC S9(9)  COMP-3  VALUE 0.
       77  NAMED-SITES-COUNT        PIC S9(9)  COMP-3  VALUE 0.
       77  FULL-HOLD-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  UNKNOWN-TYPE-COUNT       PIC S9(9)  COMP-3  VALUE 0.

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  RECORDS-READ-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  RECORDS-UNPARSED-COUNT   PIC S9(9)  COMP-3  VALUE 0.
       77  ACTIVE-COUNT             PIC S9(9)  COMP-3  VALUE 0.
       77  PENDING-COUNT            PIC S9(9)  COMP-3  VALUE 0.
       77  LAPSED-COUNT             PIC S9(9)  COMP-3  VALUE 0.
       77  EXPIRING-COUNT           PIC S9(9)  COMP-3  VALUE 0.

       01  REPORT-RETURN-CODE       PIC 9(01)  VALUE 0.


       LINKAGE SECTION.
       01  EMPCONRP-PARM.
           05  PARM-LEN               PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(80).

       PROCEDURE DIVISION USING EMPCONRP-PARM.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPCONRP PHOTO CONSENT RESTRICTIONS'.
            DISPLAY '**************************************'.

            PERFORM B05000-PARSE-PARM THRU B05000-EXIT.

            PERFORM B10000-OPEN-REGISTER THRU B10000-EXIT.

            IF OK
               DISPLAY '*** RESTRICTIONS ACTIVE TODAY:'
               PERFORM B10005-READ-CONSENT-REC THRU B10005-EXIT
               PERFORM B20000-LIST-ACTIVE THRU B20000-EXIT
                  UNTIL CONSENT-EOF
               CLOSE CONSENT-REGISTER-FILE
               PERFORM B10000-OPEN-REGISTER THRU B10000-EXIT
            END-IF.

            IF OK
               DISPLAY '**************************************'
               DISPLAY '*** RESTRICTIONS EXPIRING IN THE NEXT '
                       WINDOW-DAYS ' DAYS:'
               PERFORM B10005-READ-CONSENT-REC THRU B10005-EXIT
               PERFORM B25000-LIST-EXPIRING THRU B25000-EXIT
                  UNTIL CONSENT-EOF
               CLOSE CONSENT-REGISTER-FILE
               PERFORM B30000-PRINT-TOTALS THRU B30000-EXIT
            ELSE
               MOVE 8 TO REPORT-RETURN-CODE
            END-IF.

            PERFORM B35000-WRITE-SUMMARY-TRAILER THRU B35000-EXIT.

            MOVE REPORT-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Resolve the look-ahead window from the PARM.  Blank or zero  *
      * falls back to 30 days, so the weekly run needs no PARM.      *
      *****************************************************************
       B05000-PARSE-PARM.

            IF PARM-LEN NOT LESS THAN 3
               IF PARM-TEXT (1:3) NUMERIC
                  MOVE PARM-TEXT (1:3) TO WINDOW-DAYS
               END-IF
            END-IF.

            IF WINDOW-DAYS = 0
               MOVE DEFAULT-WINDOW-DAYS TO WINDOW-DAYS
            END-IF.

            DISPLAY '*** EXPIRY WINDOW: ' WINDOW-DAYS ' DAYS'.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (TODAY-DATE).

       B05000-EXIT.
            EXIT.


      *****************************************************************
      * Open the register for a pass in key order.  It is required - *
      * a register that will not open leaves nothing to report, and  *
      * the run ends 8 so the scheduler notices.                     *
      *****************************************************************
       B10000-OPEN-REGISTER.

            MOVE 'N' TO CONSENT-EOF-SWITCH.

            OPEN INPUT CONSENT-REGISTER-FILE.

            IF NOT CONSENT-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPCONRP DB2 SAMPLE PROGRAM'
               DISPLAY '***    CONSENT REGISTER (DD EMPCONSR)'
               DISPLAY '***    COULD NOT BE OPENED - STATUS '
                       CONSENT-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
            END-IF.

       B10000-EXIT.
            EXIT.


       B10005-READ-CONSENT-REC.

            READ CONSENT-REGISTER-FILE
               AT END
                  MOVE 'Y' TO CONSENT-EOF-SWITCH
            END-READ.

       B10005-EXIT.
            EXIT.


      *****************************************************************
      * First pass: classify the restriction, count it, and list it  *
      * when it is active today                                      *
      *****************************************************************
       B20000-LIST-ACTIVE.

            ADD 1 TO RECORDS-READ-COUNT.

            PERFORM C10000-CLASSIFY-RESTRICTION THRU C10000-EXIT.

            EVALUATE TRUE
               WHEN RESTRICTION-UNPARSED
                  ADD 1 TO RECORDS-UNPARSED-COUNT
                  DISPLAY '***    ' CONS-EMPNO
                          ' RESTRICTION RECORD NOT PARSEABLE'
                  GO TO B20000-NEXT
               WHEN RESTRICTION-PENDING
                  ADD 1 TO PENDING-COUNT
                  GO TO B20000-NEXT
               WHEN RESTRICTION-LAPSED
                  ADD 1 TO LAPSED-COUNT
                  GO TO B20000-NEXT
            END-EVALUATE.

            ADD 1 TO ACTIVE-COUNT.

            EVALUATE TRUE
               WHEN CONS-NO-OFFSITE
                  ADD 1 TO NO-OFFSITE-COUNT
               WHEN CONS-NAMED-SITES
                  ADD 1 TO NAMED-SITES-COUNT
               WHEN CONS-FULL-HOLD
                  ADD 1 TO FULL-HOLD-COUNT
               WHEN OTHER
                  ADD 1 TO UNKNOWN-TYPE-COUNT
            END-EVALUATE.

            DISPLAY '***    ' CONS-EMPNO ' ' TYPE-PRINT
                    ' FROM ' CONS-EFFECTIVE-DATE
                    ' TO ' EXPIRY-PRINT
                    ' FOR ' CONS-REQUESTED-BY.

            IF CONS-NAMED-SITES
               DISPLAY '***           SITES: ' CONS-SITE-LIST
            END-IF.

       B20000-NEXT.

            PERFORM B10005-READ-CONSENT-REC THRU B10005-EXIT.

       B20000-EXIT.
            EXIT.


      *****************************************************************
      * Second pass: list the active restrictions with an expiry     *
      * date inside the window, and the days each has left           *
      *****************************************************************
       B25000-LIST-EXPIRING.

            PERFORM C10000-CLASSIFY-RESTRICTION THRU C10000-EXIT.

            IF NOT RESTRICTION-ACTIVE
               OR CONS-EXPIRY-DATE = 0
               GO TO B25000-NEXT
            END-IF.

            COMPUTE EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE (CONS-EXPIRY-DATE).
            COMPUTE DAYS-LEFT = EXPIRY-INTEGER - TODAY-INTEGER.

            IF DAYS-LEFT > WINDOW-DAYS
               GO TO B25000-NEXT
            END-IF.

            ADD 1 TO EXPIRING-COUNT.

            MOVE DAYS-LEFT TO DAYS-LEFT-PRINT.
            DISPLAY '***    ' CONS-EMPNO ' ' TYPE-PRINT
                    ' EXPIRES ' CONS-EXPIRY-DATE
                    ' - ' DAYS-LEFT-PRINT ' DAYS LEFT'
                    ' - FOR ' CONS-REQUESTED-BY.

       B25000-NEXT.

            PERFORM B10005-READ-CONSENT-REC THRU B10005-EXIT.

       B25000-EXIT.
            EXIT.


      *****************************************************************
      * Active-by-kind subtotals, end-of-run totals and the graded   *
      * return code: 0 nothing runs out inside the window, 4 some    *
      * restrictions do, 8 when the register would not open          *
      *****************************************************************
       B30000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** ACTIVE RESTRICTIONS BY KIND:'.
            DISPLAY '***    NO OFF-SITE USE:     '
                    NO-OFFSITE-COUNT.
            DISPLAY '***    NAMED SITES BARRED:  '
                    NAMED-SITES-COUNT.
            DISPLAY '***    FULL HOLD:           '
                    FULL-HOLD-COUNT.
            IF UNKNOWN-TYPE-COUNT > 0
               DISPLAY '***    UNKNOWN KIND:        '
                       UNKNOWN-TYPE-COUNT
            END-IF.
            DISPLAY '**************************************'.
            DISPLAY '*** EMPCONRP END-OF-RUN TOTALS'.
            DISPLAY '*** REGISTER RECORDS READ:  '
                    RECORDS-READ-COUNT.
            DISPLAY '*** RECORDS NOT PARSEABLE:  '
                    RECORDS-UNPARSED-COUNT.
            DISPLAY '*** ACTIVE TODAY:           ' ACTIVE-COUNT.
            DISPLAY '*** NOT YET EFFECTIVE:      ' PENDING-COUNT.
            DISPLAY '*** LAPSED, STILL ON FILE:  ' LAPSED-COUNT.
            DISPLAY '*** EXPIRING IN WINDOW:     ' EXPIRING-COUNT.

            IF EXPIRING-COUNT > 0
               MOVE 4 TO REPORT-RETURN-CODE
            END-IF.

            DISPLAY '*** RETURN CODE:            '
                    REPORT-RETURN-CODE.
            DISPLAY '**************************************'.

       B30000-EXIT.
            EXIT.


      *****************************************************************
      * Classify the restriction just read - the same rule DSN8CLPV  *
      * and EMPBMPGT apply: in force from the effective date through *
      * the expiry date, a zero expiry date meaning no expiry - and  *
      * set the print forms of its kind and its expiry date.  A      *
      * record whose dates will not parse cannot be judged and is    *
      * counted separately.                                          *
      *****************************************************************
       C10000-CLASSIFY-RESTRICTION.

            SET RESTRICTION-ACTIVE TO TRUE.

            IF CONS-EMPNO = SPACES
               OR CONS-EFFECTIVE-DATE NOT NUMERIC
               OR CONS-EXPIRY-DATE NOT NUMERIC
               SET RESTRICTION-UNPARSED TO TRUE
               GO TO C10000-EXIT
            END-IF.

            IF CONS-EXPIRY-DATE NOT = 0
               IF CONS-EXPIRY-MONTH < 1 OR CONS-EXPIRY-MONTH > 12
                  OR CONS-EXPIRY-DAY < 1 OR CONS-EXPIRY-DAY > 31
                  OR CONS-EXPIRY-YEAR < 1601
                  SET RESTRICTION-UNPARSED TO TRUE
                  GO TO C10000-EXIT
               END-IF
            END-IF.

            EVALUATE TRUE
               WHEN CONS-NO-OFFSITE
                  MOVE 'NO OFF-SITE ' TO TYPE-PRINT
               WHEN CONS-NAMED-SITES
                  MOVE 'NAMED SITES ' TO TYPE-PRINT
               WHEN CONS-FULL-HOLD
                  MOVE 'FULL HOLD   ' TO TYPE-PRINT
               WHEN OTHER
                  MOVE 'UNKNOWN KIND' TO TYPE-PRINT
            END-EVALUATE.

            IF CONS-EXPIRY-DATE = 0
               MOVE 'NO EXPIRY' TO EXPIRY-PRINT
            ELSE
               MOVE CONS-EXPIRY-DATE TO EXPIRY-PRINT
            END-IF.

            IF CONS-EFFECTIVE-DATE > TODAY-DATE
               SET RESTRICTION-PENDING TO TRUE
               GO TO C10000-EXIT
            END-IF.

            IF CONS-EXPIRY-DATE NOT = 0
               AND CONS-EXPIRY-DATE < TODAY-DATE
               SET RESTRICTION-LAPSED TO TRUE
            END-IF.

       C10000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  Active restrictions     *
      * ride in the OK column, expiring ones in the failed column    *
      * and unparseable records in the skipped one.  If EMPSUMM      *
      * isn't allocated the trailer is simply skipped.               *
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
            MOVE 'EMPCONRP' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE RECORDS-READ-COUNT     TO SUMM-READ-COUNT.
            MOVE ACTIVE-COUNT           TO SUMM-OK-COUNT.
            MOVE EXPIRING-COUNT         TO SUMM-FAILED-COUNT.
            MOVE RECORDS-UNPARSED-COUNT TO SUMM-SKIPPED-COUNT.
            MOVE 0                      TO SUMM-UNCHANGED-COUNT.
            MOVE REPORT-RETURN-CODE     TO SUMM-RETURN-CODE.
            MOVE 0 TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       B35000-EXIT.
            EXIT.
