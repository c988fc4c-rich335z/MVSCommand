      *****************************************************************
      * MODULE NAME = EMPPGATE (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Safety gate run ahead of EMPPURGE, so a    *
      *                    bad roster cannot trigger a mass purge     *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: EMPRECON writes every table EMPNO missing from the  *
      *       EMPROSTR roster to the EMPPURGL purge list, so a        *
      *       truncated or wrong roster would have the next EMPPURGE  *
      *       run archive and delete most of the table.  This step    *
      *       runs in front of EMPPURGE, reads the same purge list,   *
      *       and ends with a return code the scheduler uses to       *
      *       bypass the purge step when anything looks wrong:        *
      *                                                               *
      *        - every purge card is checked against the current      *
      *          roster (a card for an employee still on the roster   *
      *          stops the purge) and against the live table (a card  *
      *          with no row is listed as a warning);                 *
      *        - the purge count is compared with the table's row     *
      *          count (a percentage limit) and with a fixed          *
      *          ceiling;                                             *
      *        - the roster read counts in tonight's EMPSUMM trailers *
      *          from DSN8CLPV and EMPRECON are compared with the     *
      *          prior night's - a roster that shrank past the limit  *
      *          stops the purge, and so does a program with no       *
      *          trailer dated today;                                 *
      *        - the EMPARCHV generation EMPPURGE will unload to must *
      *          be empty, so no earlier unload can be overwritten.   *
      *                                                               *
      *       Every reason for stopping is printed.  A deliberate     *
      *       large cleanup is let through by an operator override    *
      *       card on SYSIN, which must state the exact number of     *
      *       purge cards it authorises and who is authorising it.    *
      *       The override releases the volume checks only - the      *
      *       percentage, the ceiling and the roster shrink - never a *
      *       card for an employee still on the roster, a target      *
      *       generation that is not empty, or a check that could     *
      *       not be made.                                            *
      *                                                               *
      *  Override card layout (DD SYSIN, LRECL 80):                   *
      *     cols  1 -  8   OVERRIDE                                   *
      *     cols 10 - 16   purge card count authorised - must match   *
      *                    the purge list exactly                     *
      *     cols 18 - 25   operator userid authorising the purge      *
      *                                                               *
      *  EMPSUMM trailer columns: read = purge cards, OK = cards not  *
      *     on the roster, failed = cards on the roster, skipped =    *
      *     cards with no table row, unchanged = purge cards released *
      *     by an operator override (zero when none was in effect).   *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch job, it does    *
      *             not require GDDM or ISPF.                        *
      *                                                               *
      *   Restrictions: The roster is held in storage; up to 20000   *
      *             EMPNOs.  A roster past that limit cannot be      *
      *             checked against, so it stops the purge.  The     *
      *             first 100 offending cards of each kind are       *
      *             listed; the rest are counted.                    *
      *                                                               *
      * Module type: COBOL program                                    *
      * Module size: See linkedit output                              *
      *  Attributes: Re-entrant and re-usable                         *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation.  EXEC PARM:     *
      *                 cols  1 -  3   most of the table one purge    *
      *                                may take, in percent; blank    *
      *                                or zero = 10                   *
      *                 cols  5 - 11   most purge cards one run may   *
      *                                carry; blank or zero = 500     *
      *                 cols 13 - 14   most the roster read count may *
      *                                fall night over night, in      *
      *                                percent; blank = 5             *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - every check passed; run the purge              *
      *              Return Code = 0004                               *
      *              - the purge may run, but look at the warnings:   *
      *                cards with no table row, no prior night to     *
      *                compare the roster with, or an operator        *
      *                override in effect                             *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - the purge must be bypassed; every reason is    *
      *                listed under PURGE STOPPED                     *
      *              - Message: *** ERROR: EMPPGATE DB2 Sample Program*
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
      *             - Datasets/DDs     : EMPPURGL (purge list input), *
      *                                  EMPROSTR (roster input),     *
      *                                  EMPSUMM (run-summary         *
      *                                  trailers in, own trailer     *
      *                                  appended), EMPARCHV (the     *
      *                                  purge's target generation,   *
      *                                  must be empty), SYSIN        *
      *                                  (operator override card)     *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPPGATE:                                                   *
      *   - Take the limits from the PARM                             *
      *   - Load the roster; read the override card if there is one   *
      *   - Check every purge card against the roster and the table   *
      *   - Check the purge count against the table row count and     *
      *     the ceiling                                               *
      *   - Check tonight's roster read counts against the prior      *
      *     night's                                                   *
      *   - Check the target archive generation is empty              *
      *   - Print every reason for stopping, apply a matching         *
      *     override to the volume reasons, and grade the return      *
      *     code: 8 bypasses the purge                                *
      *   End EMPPGATE                                                *
      *                                                               *
      *   D31100-CHECK-SQLCODE                                        *
      *   - call DSNTIAR to format an unexpected SQLCODE.             *
      *   End D31100-CHECK-SQLCODE                                    *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPGATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * The purge list EMPPURGE is about to act on                   *
      *****************************************************************
           SELECT PURGE-LIST-FILE  ASSIGN TO EMPPURGL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PURGE-FILE-STATUS.

      *****************************************************************
      * The current roster of EMPNOs the overnight DSN8CLPV batch    *
      * run reads                                                    *
      *****************************************************************
           SELECT EMPNO-ROSTER-FILE  ASSIGN TO EMPROSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.

      *****************************************************************
      * The archive generation EMPPURGE will unload to - read only   *
      * to prove it is empty                                         *
      *****************************************************************
           SELECT ARCHIVE-FILE  ASSIGN TO EMPARCHV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

      *****************************************************************
      * Operator override card for a deliberate large cleanup        *
      *****************************************************************
           SELECT SYSIN-CARD-FILE  ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SYSIN-FILE-STATUS.

      *****************************************************************
      * Shared run-summary trailer dataset the whole overnight suite *
      * appends to, in DSN8CLPV's EMPSUMM record format, read by     *
      * EMPSUMRP for the overnight status page - read here first for *
      * the roster read counts, then appended to                     *
      *****************************************************************
           SELECT RUN-SUMMARY-FILE  ASSIGN TO EMPSUMM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.
       FD  PURGE-LIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PURGE-LIST-REC           PIC X(06).

       FD  EMPNO-ROSTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPNO-ROSTER-REC         PIC X(06).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-REC              PIC X(4096).

       FD  SYSIN-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-CARD.
           05  OVRD-KEYWORD         PIC X(08).
           05  FILLER               PIC X(01).
           05  OVRD-COUNT           PIC X(07).
           05  FILLER               PIC X(01).
           05  OVRD-USERID          PIC X(08).
           05  FILLER               PIC X(55).

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

       01  PURGE-FILE-STATUS        PIC X(02).
           88  PURGE-STATUS-OK          VALUE '00'.

       01  PURGE-EOF-SWITCH         PIC X(01)  VALUE 'N'.
           88  PURGE-EOF                VALUE 'Y'.

       01  ROSTER-FILE-STATUS       PIC X(02).
           88  ROSTER-STATUS-OK         VALUE '00'.

       01  ROSTER-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  ROSTER-EOF               VALUE 'Y'.

       01  ARCHIVE-FILE-STATUS      PIC X(02).
           88  ARCHIVE-STATUS-OK        VALUE '00'.

       01  SYSIN-FILE-STATUS        PIC X(02).
           88  SYSIN-STATUS-OK          VALUE '00'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

       01  SUMMARY-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  SUMMARY-EOF              VALUE 'Y'.

      *****************************************************************
      * Return code held here until the very end, so no intervening  *
      * CALL (DSNTIAR leaves its own R15 in RETURN-CODE) can         *
      * overwrite it                                                 *
      *****************************************************************
       01  GATE-RETURN-CODE         PIC 9(01)  VALUE 0.

      *****************************************************************
      * Limits from the PARM, each with the default used when its    *
      * PARM columns are blank or zero                               *
      *****************************************************************
       01  MAX-PURGE-PERCENT        PIC 9(03)  VALUE 0.
       01  DEFAULT-PURGE-PERCENT    PIC 9(03)  VALUE 10.
       01  MAX-PURGE-COUNT          PIC 9(07)  VALUE 0.
       01  DEFAULT-PURGE-COUNT      PIC 9(07)  VALUE 500.
       01  MAX-SHRINK-PERCENT       PIC 9(02)  VALUE 0.
       01  DEFAULT-SHRINK-PERCENT   PIC 9(02)  VALUE 5.
       01  SHRINK-PARM-SWITCH       PIC X(01)  VALUE 'N'.
           88  SHRINK-FROM-PARM         VALUE 'Y'.

      *****************************************************************
      * Operator override, when a valid card was read                *
      *****************************************************************
       01  OVERRIDE-SWITCH          PIC X(01)  VALUE 'N'.
           88  OVERRIDE-GIVEN           VALUE 'Y'.
       01  OVERRIDE-COUNT           PIC 9(07)  VALUE 0.
       01  OVERRIDE-USERID          PIC X(08)  VALUE SPACES.

      *****************************************************************
      * The roster held in storage for the card check                *
      *****************************************************************
       01  ROSTER-TABLE.
           05  ROSTER-ENTRY-COUNT   PIC S9(9)  COMP  VALUE 0.
           05  ROSTER-OVERFLOW      PIC S9(9)  COMP-3  VALUE 0.
           05  ROSTER-ENTRY  OCCURS 20000 TIMES
                             INDEXED BY ROSTER-IX.
               10  ROSTER-KEY       PIC X(06).

      *****************************************************************
      * Roster read counts from the EMPSUMM trailers of the programs *
      * that read the roster - the last trailer of the latest night  *
      * each wrote, and of the night before that                     *
      *****************************************************************
       01  TREND-TABLE.
           05  TREND-RUN-DATE       PIC 9(08)  VALUE 0.
           05  TREND-ENTRY  OCCURS 2 TIMES
                            INDEXED BY TREND-IX.
               10  TREND-PROGRAM    PIC X(08).
               10  TREND-LATEST-DATE
                                    PIC 9(08).
               10  TREND-LATEST-READ
                                    PIC 9(07).
               10  TREND-PRIOR-DATE PIC 9(08).
               10  TREND-PRIOR-READ PIC 9(07).

      *****************************************************************
      * Reasons found for stopping the purge.  A volume reason is    *
      * one a matching operator override may release; a hard reason  *
      * never is.                                                    *
      *****************************************************************
       01  REASON-TABLE.
           05  REASON-ENTRY-COUNT   PIC S9(4)  COMP  VALUE 0.
           05  REASON-ENTRY  OCCURS 20 TIMES
                             INDEXED BY REASON-IX.
               10  REASON-TEXT      PIC X(56).
               10  REASON-KIND      PIC X(01).
                   88  REASON-HARD      VALUE 'H'.
                   88  REASON-VOLUME    VALUE 'V'.

       01  NEW-REASON-TEXT          PIC X(56).
       01  NEW-REASON-KIND          PIC X(01).

       01  PRINT-IX                 PIC S9(9)  COMP.

      *****************************************************************
      * Percentage and shrink arithmetic                             *
      *****************************************************************
       01  PURGE-PERCENT            PIC S9(5)  COMP-3  VALUE 0.
       01  PERCENT-LIMIT-ROWS       PIC S9(11) COMP-3  VALUE 0.
       01  SHRINK-FLOOR             PIC S9(11) COMP-3  VALUE 0.

      *****************************************************************
      * How many offending cards of each kind are listed by EMPNO    *
      *****************************************************************
       01  LIST-LIMIT               PIC S9(4)  COMP  VALUE 100.

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  ROSTER-READ-COUNT        PIC S9(9)  COMP-3  VALUE 0.
       77  PURGE-CARD-COUNT         PIC S9(9)  COMP-3  VALUE 0.
       77  ON-ROSTER-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  NOT-IN-TABLE-COUNT       PIC S9(9)  COMP-3  VALUE 0.
       77  TRAILERS-READ-COUNT      PIC S9(9)  COMP-3  VALUE 0.
       77  WARNING-COUNT            PIC S9(9)  COMP-3  VALUE 0.

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
       01  HVROW-COUNT PIC S9(9) COMP-4.
           EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.
       01  EMPPGATE-PARM.
           05  PARM-LEN               PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(80).

       PROCEDURE DIVISION USING EMPPGATE-PARM.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPPGATE PURGE SAFETY GATE'.
            DISPLAY '**************************************'.

            PERFORM B05000-PARSE-PARM THRU B05000-EXIT.

            PERFORM B10000-LOAD-ROSTER THRU B10000-EXIT.

            PERFORM B15000-READ-OVERRIDE THRU B15000-EXIT.

            PERFORM B20000-CHECK-PURGE-CARDS THRU B20000-EXIT.

            PERFORM B30000-CHECK-VOLUME THRU B30000-EXIT.

            PERFORM B40000-CHECK-ROSTER-TREND THRU B40000-EXIT.

            PERFORM B50000-CHECK-ARCHIVE-TARGET THRU B50000-EXIT.

            PERFORM B60000-DECIDE THRU B60000-EXIT.

            PERFORM B65000-PRINT-TOTALS THRU B65000-EXIT.

            PERFORM B70000-WRITE-SUMMARY-TRAILER THRU B70000-EXIT.

            MOVE GATE-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Take the limits from the PARM.  Blank or zero columns fall   *
      * back to the defaults, so the nightly run needs no PARM; a    *
      * shrink limit of 00 given on the PARM means no shrink at all  *
      * is allowed.                                                  *
      *****************************************************************
       B05000-PARSE-PARM.

            IF PARM-LEN NOT LESS THAN 3
               IF PARM-TEXT (1:3) NUMERIC
                  MOVE PARM-TEXT (1:3) TO MAX-PURGE-PERCENT
               END-IF
            END-IF.

            IF PARM-LEN NOT LESS THAN 11
               IF PARM-TEXT (5:7) NUMERIC
                  MOVE PARM-TEXT (5:7) TO MAX-PURGE-COUNT
               END-IF
            END-IF.

            IF PARM-LEN NOT LESS THAN 14
               IF PARM-TEXT (13:2) NUMERIC
                  MOVE PARM-TEXT (13:2) TO MAX-SHRINK-PERCENT
                  MOVE 'Y' TO SHRINK-PARM-SWITCH
               END-IF
            END-IF.

            IF MAX-PURGE-PERCENT = 0
               MOVE DEFAULT-PURGE-PERCENT TO MAX-PURGE-PERCENT
            END-IF.

            IF MAX-PURGE-COUNT = 0
               MOVE DEFAULT-PURGE-COUNT TO MAX-PURGE-COUNT
            END-IF.

            IF NOT SHRINK-FROM-PARM
               MOVE DEFAULT-SHRINK-PERCENT TO MAX-SHRINK-PERCENT
            END-IF.

            DISPLAY '*** MOST OF TABLE PER PURGE:  ' MAX-PURGE-PERCENT
                    '%'.
            DISPLAY '*** PURGE CARD CEILING:       ' MAX-PURGE-COUNT.
            DISPLAY '*** MOST ROSTER SHRINK:       ' MAX-SHRINK-PERCENT
                    '%'.

       B05000-EXIT.
            EXIT.


      *****************************************************************
      * Load the roster into storage.  A roster that will not open,  *
      * is empty, or is past the storage limit cannot vouch for any  *
      * purge card, so each is a hard reason to stop.                *
      *****************************************************************
       B10000-LOAD-ROSTER.

            OPEN INPUT EMPNO-ROSTER-FILE.

            IF NOT ROSTER-STATUS-OK
               DISPLAY '*** ROSTER (DD EMPROSTR) COULD NOT BE OPENED'
                       ' - STATUS ' ROSTER-FILE-STATUS
               MOVE 'ROSTER (DD EMPROSTR) COULD NOT BE OPENED'
                  TO NEW-REASON-TEXT
               MOVE 'H' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
               GO TO B10000-EXIT
            END-IF.

            PERFORM B10005-READ-ROSTER-REC THRU B10005-EXIT.

            PERFORM B10010-KEEP-ROSTER-REC THRU B10010-EXIT
               UNTIL ROSTER-EOF.

            CLOSE EMPNO-ROSTER-FILE.

            IF ROSTER-ENTRY-COUNT = 0
               MOVE 'ROSTER (DD EMPROSTR) IS EMPTY'
                  TO NEW-REASON-TEXT
               MOVE 'H' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
            END-IF.

            IF ROSTER-OVERFLOW > 0
               DISPLAY '*** ROSTER HOLDS MORE THAN 20000 EMPNOS - '
                       ROSTER-OVERFLOW ' NOT HELD'
               MOVE 'ROSTER TOO LARGE TO CHECK CARDS AGAINST'
                  TO NEW-REASON-TEXT
               MOVE 'H' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
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
               ELSE
                  ADD 1 TO ROSTER-OVERFLOW
               END-IF
            END-IF.

            PERFORM B10005-READ-ROSTER-REC THRU B10005-EXIT.

       B10010-EXIT.
            EXIT.


      *****************************************************************
      * Read the operator override card, if SYSIN carries one.  It   *
      * counts only with the OVERRIDE keyword, a numeric count and   *
      * an operator userid; anything else on SYSIN is reported and   *
      * ignored, so a mispunched card can never open the gate.       *
      *****************************************************************
       B15000-READ-OVERRIDE.

            OPEN INPUT SYSIN-CARD-FILE.

            IF NOT SYSIN-STATUS-OK
               GO TO B15000-EXIT
            END-IF.

            READ SYSIN-CARD-FILE
               AT END
                  CLOSE SYSIN-CARD-FILE
                  GO TO B15000-EXIT
            END-READ.

            CLOSE SYSIN-CARD-FILE.

            IF OVRD-KEYWORD = 'OVERRIDE'
               AND OVRD-COUNT NUMERIC
               AND OVRD-USERID NOT = SPACES
               MOVE 'Y'         TO OVERRIDE-SWITCH
               MOVE OVRD-COUNT  TO OVERRIDE-COUNT
               MOVE OVRD-USERID TO OVERRIDE-USERID
               DISPLAY '*** OVERRIDE CARD READ: ' OVERRIDE-COUNT
                       ' PURGE CARDS AUTHORISED BY ' OVERRIDE-USERID
            ELSE
               DISPLAY '*** WARNING: SYSIN CARD IS NOT A VALID '
                       'OVERRIDE - IGNORED'
               DISPLAY '***    ' SYSIN-CARD
               ADD 1 TO WARNING-COUNT
            END-IF.

       B15000-EXIT.
            EXIT.


      *****************************************************************
      * Check every purge card.  A card for an EMPNO still on the    *
      * roster is a hard reason to stop - the roster and the purge   *
      * list disagree about who has left.  A card with no table row  *
      * is only a warning - EMPPURGE will find nothing to delete.    *
      *****************************************************************
       B20000-CHECK-PURGE-CARDS.

            OPEN INPUT PURGE-LIST-FILE.

            IF NOT PURGE-STATUS-OK
               DISPLAY '*** PURGE LIST (DD EMPPURGL) COULD NOT BE '
                       'OPENED - STATUS ' PURGE-FILE-STATUS
               MOVE 'PURGE LIST (DD EMPPURGL) COULD NOT BE OPENED'
                  TO NEW-REASON-TEXT
               MOVE 'H' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
               GO TO B20000-EXIT
            END-IF.

            DISPLAY '**************************************'.
            DISPLAY '*** PURGE CARD CHECK:'.

            PERFORM B20005-READ-PURGE-CARD THRU B20005-EXIT.

            PERFORM B20010-CHECK-ONE-CARD THRU B20010-EXIT
               UNTIL PURGE-EOF.

            CLOSE PURGE-LIST-FILE.

            IF ON-ROSTER-COUNT > LIST-LIMIT
               DISPLAY '***    (' ON-ROSTER-COUNT ' CARDS ON THE '
                       'ROSTER IN ALL - FIRST ' LIST-LIMIT ' LISTED)'
            END-IF.

            IF NOT-IN-TABLE-COUNT > LIST-LIMIT
               DISPLAY '***    (' NOT-IN-TABLE-COUNT ' CARDS WITH NO '
                       'ROW IN ALL - FIRST ' LIST-LIMIT ' LISTED)'
            END-IF.

            IF ON-ROSTER-COUNT > 0
               MOVE 'PURGE CARDS FOR EMPLOYEES STILL ON THE ROSTER'
                  TO NEW-REASON-TEXT
               MOVE 'H' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
            END-IF.

            IF NOT-IN-TABLE-COUNT > 0
               ADD 1 TO WARNING-COUNT
            END-IF.

       B20000-EXIT.
            EXIT.


       B20005-READ-PURGE-CARD.

            READ PURGE-LIST-FILE
               AT END
                  MOVE 'Y' TO PURGE-EOF-SWITCH
            END-READ.

       B20005-EXIT.
            EXIT.


       B20010-CHECK-ONE-CARD.

            IF PURGE-LIST-REC = SPACES
               GO TO B20010-NEXT
            END-IF.

            ADD 1 TO PURGE-CARD-COUNT.

            SET ROSTER-IX TO 1.
            SEARCH ROSTER-ENTRY
               AT END
                  CONTINUE
               WHEN ROSTER-IX > ROSTER-ENTRY-COUNT
                  CONTINUE
               WHEN ROSTER-KEY (ROSTER-IX) = PURGE-LIST-REC
                  ADD 1 TO ON-ROSTER-COUNT
                  IF ON-ROSTER-COUNT NOT > LIST-LIMIT
                     DISPLAY '***    ' PURGE-LIST-REC
                             ' STILL ON THE ROSTER'
                  END-IF
            END-SEARCH.

            MOVE PURGE-LIST-REC TO HVEMPNO.

            EXEC SQL SELECT  EMPNO
                     INTO :HVEMPNO
                     FROM EMP_PHOTO_RESUME
                     WHERE EMPNO = :HVEMPNO
            END-EXEC.

            IF SQLCODE = 100
               ADD 1 TO NOT-IN-TABLE-COUNT
               IF NOT-IN-TABLE-COUNT NOT > LIST-LIMIT
                  DISPLAY '***    ' PURGE-LIST-REC
                          ' HAS NO TABLE ROW (WARNING)'
               END-IF
            ELSE
               IF SQLCODE NOT = 0
                  MOVE 'B20010 @ SELECT EMPNO' TO DB2IO-COMMAND
                  PERFORM D31100-CHECK-SQLCODE
                  MOVE 'UNEXPECTED SQLCODE CHECKING PURGE CARDS'
                     TO NEW-REASON-TEXT
                  MOVE 'H' TO NEW-REASON-KIND
                  PERFORM C90000-ADD-REASON THRU C90000-EXIT
                  MOVE 'Y' TO PURGE-EOF-SWITCH
                  GO TO B20010-EXIT
               END-IF
            END-IF.

       B20010-NEXT.
            PERFORM B20005-READ-PURGE-CARD THRU B20005-EXIT.

       B20010-EXIT.
            EXIT.


      *****************************************************************
      * Compare the purge count with the table's row count and with  *
      * the ceiling.  Either one exceeded is a volume reason - the   *
      * kind a deliberate cleanup may override.                      *
      *****************************************************************
       B30000-CHECK-VOLUME.

            EXEC SQL SELECT  COUNT(*)
                     INTO :HVROW-COUNT
                     FROM EMP_PHOTO_RESUME
            END-EXEC.

            IF SQLCODE NOT = 0
               MOVE 'B30000 @ SELECT COUNT' TO DB2IO-COMMAND
               PERFORM D31100-CHECK-SQLCODE
               MOVE 'TABLE ROW COUNT COULD NOT BE READ'
                  TO NEW-REASON-TEXT
               MOVE 'H' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
               GO TO B30000-EXIT
            END-IF.

            DISPLAY '**************************************'.
            DISPLAY '*** VOLUME CHECK:'.
            DISPLAY '***    TABLE ROWS:          ' HVROW-COUNT.
            DISPLAY '***    PURGE CARDS:         ' PURGE-CARD-COUNT.

            IF PURGE-CARD-COUNT = 0
               GO TO B30000-EXIT
            END-IF.

            IF HVROW-COUNT > 0
               COMPUTE PURGE-PERCENT ROUNDED =
                  (PURGE-CARD-COUNT * 100) / HVROW-COUNT
               DISPLAY '***    PERCENT OF TABLE:    ' PURGE-PERCENT
                       '%'
            END-IF.

            COMPUTE PERCENT-LIMIT-ROWS =
               HVROW-COUNT * MAX-PURGE-PERCENT.

            IF PURGE-CARD-COUNT * 100 > PERCENT-LIMIT-ROWS
               MOVE 'PURGE COUNT OVER THE PERCENT-OF-TABLE LIMIT'
                  TO NEW-REASON-TEXT
               MOVE 'V' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
            END-IF.

            IF PURGE-CARD-COUNT > MAX-PURGE-COUNT
               MOVE 'PURGE COUNT OVER THE CEILING'
                  TO NEW-REASON-TEXT
               MOVE 'V' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
            END-IF.

       B30000-EXIT.
            EXIT.


      *****************************************************************
      * Compare tonight's roster read count with the prior night's   *
      * for each program that reads the roster.  The last trailer of *
      * a night is the one that counts, as on the EMPSUMRP status    *
      * page.  A roster that shrank past the limit is a volume       *
      * reason.  A program whose last trailer is not dated today -   *
      * or that has none - is a hard reason, as is an EMPSUMM that   *
      * cannot be read; no prior night is a warning.                 *
      *****************************************************************
       B40000-CHECK-ROSTER-TREND.

            ACCEPT TREND-RUN-DATE FROM DATE YYYYMMDD.
            MOVE 'DSN8CLPV' TO TREND-PROGRAM (1).
            MOVE 'EMPRECON' TO TREND-PROGRAM (2).
            MOVE 0 TO TREND-LATEST-DATE (1) TREND-LATEST-READ (1)
                      TREND-PRIOR-DATE (1)  TREND-PRIOR-READ (1)
                      TREND-LATEST-DATE (2) TREND-LATEST-READ (2)
                      TREND-PRIOR-DATE (2)  TREND-PRIOR-READ (2).

            OPEN INPUT RUN-SUMMARY-FILE.

            IF NOT SUMMARY-STATUS-OK
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPPGATE DB2 SAMPLE PROGRAM'
               DISPLAY '***    RUN SUMMARY (DD EMPSUMM) COULD NOT BE '
                       'READ, STATUS ' SUMMARY-FILE-STATUS
               DISPLAY '***    ROSTER TREND NOT CHECKED'
               DISPLAY '**************************************'
               MOVE 'EMPSUMM COULD NOT BE READ - ROSTER TREND UNCHECKED'
                  TO NEW-REASON-TEXT
               MOVE 'H' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
               GO TO B40000-EXIT
            END-IF.

            PERFORM B40005-READ-TRAILER THRU B40005-EXIT.

            PERFORM B40010-NOTE-TRAILER THRU B40010-EXIT
               UNTIL SUMMARY-EOF.

            CLOSE RUN-SUMMARY-FILE.

            DISPLAY '**************************************'.
            DISPLAY '*** ROSTER TREND CHECK:'.

            PERFORM B40020-JUDGE-TREND THRU B40020-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > 2.

       B40000-EXIT.
            EXIT.


       B40005-READ-TRAILER.

            READ RUN-SUMMARY-FILE
               AT END
                  MOVE 'Y' TO SUMMARY-EOF-SWITCH
               NOT AT END
                  ADD 1 TO TRAILERS-READ-COUNT
            END-READ.

       B40005-EXIT.
            EXIT.


       B40010-NOTE-TRAILER.

            IF SUMM-DATE NOT NUMERIC OR SUMM-READ-COUNT NOT NUMERIC
               GO TO B40010-NEXT
            END-IF.

            SET TREND-IX TO 1.
            SEARCH TREND-ENTRY
               AT END
                  GO TO B40010-NEXT
               WHEN TREND-PROGRAM (TREND-IX) = SUMM-PROGRAM
                  CONTINUE
            END-SEARCH.

            EVALUATE TRUE
               WHEN SUMM-DATE > TREND-LATEST-DATE (TREND-IX)
                  MOVE TREND-LATEST-DATE (TREND-IX)
                     TO TREND-PRIOR-DATE (TREND-IX)
                  MOVE TREND-LATEST-READ (TREND-IX)
                     TO TREND-PRIOR-READ (TREND-IX)
                  MOVE SUMM-DATE TO TREND-LATEST-DATE (TREND-IX)
                  MOVE SUMM-READ-COUNT
                     TO TREND-LATEST-READ (TREND-IX)
               WHEN SUMM-DATE = TREND-LATEST-DATE (TREND-IX)
                  MOVE SUMM-READ-COUNT
                     TO TREND-LATEST-READ (TREND-IX)
               WHEN SUMM-DATE > TREND-PRIOR-DATE (TREND-IX)
                  MOVE SUMM-DATE TO TREND-PRIOR-DATE (TREND-IX)
                  MOVE SUMM-READ-COUNT
                     TO TREND-PRIOR-READ (TREND-IX)
               WHEN SUMM-DATE = TREND-PRIOR-DATE (TREND-IX)
                  MOVE SUMM-READ-COUNT
                     TO TREND-PRIOR-READ (TREND-IX)
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       B40010-NEXT.
            PERFORM B40005-READ-TRAILER THRU B40005-EXIT.

       B40010-EXIT.
            EXIT.


       B40020-JUDGE-TREND.

            SET TREND-IX TO PRINT-IX.

            IF TREND-LATEST-DATE (TREND-IX) NOT = TREND-RUN-DATE
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPPGATE DB2 SAMPLE PROGRAM'
               DISPLAY '***    ' TREND-PROGRAM (TREND-IX)
                       ' LAST TRAILER DATED '
                       TREND-LATEST-DATE (TREND-IX) ', TODAY IS '
                       TREND-RUN-DATE
               DISPLAY '***    ROSTER TREND CANNOT BE CHECKED'
               DISPLAY '**************************************'
               MOVE SPACES TO NEW-REASON-TEXT
               MOVE TREND-PROGRAM (TREND-IX) TO NEW-REASON-TEXT (1:8)
               MOVE 'HAS NO EMPSUMM TRAILER DATED TODAY'
                  TO NEW-REASON-TEXT (10:47)
               MOVE 'H' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
               GO TO B40020-EXIT
            END-IF.

            IF TREND-PRIOR-DATE (TREND-IX) = 0
               DISPLAY '***    ' TREND-PROGRAM (TREND-IX) ' '
                       TREND-LATEST-DATE (TREND-IX) ' READ '
                       TREND-LATEST-READ (TREND-IX)
                       ' - NO PRIOR NIGHT (WARNING)'
               ADD 1 TO WARNING-COUNT
               GO TO B40020-EXIT
            END-IF.

            DISPLAY '***    ' TREND-PROGRAM (TREND-IX) ' '
                    TREND-LATEST-DATE (TREND-IX) ' READ '
                    TREND-LATEST-READ (TREND-IX) ', '
                    TREND-PRIOR-DATE (TREND-IX) ' READ '
                    TREND-PRIOR-READ (TREND-IX).

            COMPUTE SHRINK-FLOOR =
               TREND-PRIOR-READ (TREND-IX) * (100 - MAX-SHRINK-PERCENT).

            IF TREND-LATEST-READ (TREND-IX) * 100 < SHRINK-FLOOR
               MOVE SPACES TO NEW-REASON-TEXT
               MOVE TREND-PROGRAM (TREND-IX) TO NEW-REASON-TEXT (1:8)
               MOVE 'ROSTER READ COUNT FELL PAST THE SHRINK LIMIT'
                  TO NEW-REASON-TEXT (10:47)
               MOVE 'V' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
            END-IF.

       B40020-EXIT.
            EXIT.


      *****************************************************************
      * The generation EMPPURGE will unload to must be empty - one   *
      * that will not open, or that already holds a record, could    *
      * mean the purge is about to overwrite an earlier unload, a    *
      * hard reason to stop.                                         *
      *****************************************************************
       B50000-CHECK-ARCHIVE-TARGET.

            DISPLAY '**************************************'.
            DISPLAY '*** ARCHIVE TARGET CHECK:'.

            OPEN INPUT ARCHIVE-FILE.

            IF NOT ARCHIVE-STATUS-OK
               DISPLAY '***    EMPARCHV COULD NOT BE OPENED - STATUS '
                       ARCHIVE-FILE-STATUS
               MOVE 'ARCHIVE TARGET (DD EMPARCHV) COULD NOT BE CHECKED'
                  TO NEW-REASON-TEXT
               MOVE 'H' TO NEW-REASON-KIND
               PERFORM C90000-ADD-REASON THRU C90000-EXIT
               GO TO B50000-EXIT
            END-IF.

            READ ARCHIVE-FILE
               AT END
                  DISPLAY '***    EMPARCHV IS EMPTY'
               NOT AT END
                  DISPLAY '***    EMPARCHV ALREADY HOLDS DATA'
                  MOVE 'ARCHIVE TARGET (DD EMPARCHV) IS NOT EMPTY'
                     TO NEW-REASON-TEXT
                  MOVE 'H' TO NEW-REASON-KIND
                  PERFORM C90000-ADD-REASON THRU C90000-EXIT
            END-READ.

            CLOSE ARCHIVE-FILE.

       B50000-EXIT.
            EXIT.


      *****************************************************************
      * Print every reason for stopping and grade the return code.   *
      * An override releases the volume reasons only, and only when  *
      * the count it authorises is exactly the purge card count -    *
      * an override written for a different list opens nothing.      *
      * Any hard reason, or any volume reason left standing, means   *
      * RC=8 and the scheduler bypasses the purge.                   *
      *****************************************************************
       B60000-DECIDE.

            IF OVERRIDE-GIVEN
               AND OVERRIDE-COUNT NOT = PURGE-CARD-COUNT
               DISPLAY '*** WARNING: OVERRIDE AUTHORISES '
                       OVERRIDE-COUNT ' CARDS BUT THE PURGE LIST '
                       'HOLDS ' PURGE-CARD-COUNT ' - IGNORED'
               MOVE 'N' TO OVERRIDE-SWITCH
               ADD 1 TO WARNING-COUNT
            END-IF.

            DISPLAY '**************************************'.

            IF REASON-ENTRY-COUNT = 0
               DISPLAY '*** PURGE MAY RUN - EVERY CHECK PASSED'
               GO TO B60000-GRADE
            END-IF.

            PERFORM B60010-CLASSIFY-REASON THRU B60010-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > REASON-ENTRY-COUNT.

            IF GATE-RETURN-CODE = 8
               DISPLAY '*** PURGE STOPPED:'
            ELSE
               DISPLAY '*** PURGE MAY RUN - OVERRIDDEN BY '
                       OVERRIDE-USERID
            END-IF.

            PERFORM B60020-PRINT-REASON THRU B60020-EXIT
               VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > REASON-ENTRY-COUNT.

       B60000-GRADE.
            IF GATE-RETURN-CODE = 0
               IF WARNING-COUNT > 0 OR REASON-ENTRY-COUNT > 0
                  MOVE 4 TO GATE-RETURN-CODE
               END-IF
            END-IF.

       B60000-EXIT.
            EXIT.


       B60010-CLASSIFY-REASON.

            SET REASON-IX TO PRINT-IX.

            IF REASON-HARD (REASON-IX)
               MOVE 8 TO GATE-RETURN-CODE
            END-IF.

            IF REASON-VOLUME (REASON-IX) AND NOT OVERRIDE-GIVEN
               MOVE 8 TO GATE-RETURN-CODE
            END-IF.

       B60010-EXIT.
            EXIT.


       B60020-PRINT-REASON.

            SET REASON-IX TO PRINT-IX.

            IF REASON-VOLUME (REASON-IX) AND OVERRIDE-GIVEN
               DISPLAY '***    ' REASON-TEXT (REASON-IX)
                       ' (OVERRIDDEN)'
            ELSE
               DISPLAY '***    ' REASON-TEXT (REASON-IX)
            END-IF.

       B60020-EXIT.
            EXIT.


      *****************************************************************
      * End-of-run totals                                            *
      *****************************************************************
       B65000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPPGATE END-OF-RUN TOTALS'.
            DISPLAY '*** ROSTER EMPNOS READ:     ' ROSTER-READ-COUNT.
            DISPLAY '*** PURGE CARDS READ:       ' PURGE-CARD-COUNT.
            DISPLAY '*** CARDS ON THE ROSTER:    ' ON-ROSTER-COUNT.
            DISPLAY '*** CARDS WITH NO ROW:      ' NOT-IN-TABLE-COUNT.
            DISPLAY '*** REASONS TO STOP:        ' REASON-ENTRY-COUNT.
            DISPLAY '*** WARNINGS:               ' WARNING-COUNT.
            IF OVERRIDE-GIVEN
               DISPLAY '*** RELEASED BY OVERRIDE:   ' OVERRIDE-COUNT
                       ' (' OVERRIDE-USERID ')'
            ELSE
               DISPLAY '*** RELEASED BY OVERRIDE:   ' 'NONE'
            END-IF.
            DISPLAY '*** GATE RETURN CODE:       ' GATE-RETURN-CODE.
            DISPLAY '**************************************'.

       B65000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  Cards on the roster     *
      * ride in the failed column, cards with no row in the skipped  *
      * column, and the card count an operator override released in  *
      * the unchanged column, so the override is on the record next  *
      * morning.  If EMPSUMM isn't allocated the trailer is simply   *
      * skipped.                                                     *
      *****************************************************************
       B70000-WRITE-SUMMARY-TRAILER.

            OPEN EXTEND RUN-SUMMARY-FILE.

            IF NOT SUMMARY-STATUS-OK
               OPEN OUTPUT RUN-SUMMARY-FILE
            END-IF.

            IF NOT SUMMARY-STATUS-OK
               GO TO B70000-EXIT
            END-IF.

            MOVE SPACES TO RUN-SUMMARY-REC.
            MOVE 'EMPPGATE' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE PURGE-CARD-COUNT   TO SUMM-READ-COUNT.
            COMPUTE SUMM-OK-COUNT = PURGE-CARD-COUNT - ON-ROSTER-COUNT.
            MOVE ON-ROSTER-COUNT    TO SUMM-FAILED-COUNT.
            MOVE NOT-IN-TABLE-COUNT TO SUMM-SKIPPED-COUNT.
            IF OVERRIDE-GIVEN
               MOVE OVERRIDE-COUNT  TO SUMM-UNCHANGED-COUNT
            ELSE
               MOVE 0               TO SUMM-UNCHANGED-COUNT
            END-IF.
            MOVE GATE-RETURN-CODE   TO SUMM-RETURN-CODE.
            MOVE 0 TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       B70000-EXIT.
            EXIT.


      *****************************************************************
      * Hold one reason for stopping - NEW-REASON-TEXT, of kind      *
      * NEW-REASON-KIND (H hard, V volume)                           *
      *****************************************************************
       C90000-ADD-REASON.

            IF REASON-ENTRY-COUNT < 20
               ADD 1 TO REASON-ENTRY-COUNT
               SET REASON-IX TO REASON-ENTRY-COUNT
               MOVE NEW-REASON-TEXT TO REASON-TEXT (REASON-IX)
               MOVE NEW-REASON-KIND TO REASON-KIND (REASON-IX)
            ELSE
               MOVE 8 TO GATE-RETURN-CODE
            END-IF.

       C90000-EXIT.
            EXIT.


       D31100-CHECK-SQLCODE.
      ****************************************************************
      * Verify that the prior SQL call completed successfully
      ****************************************************************
            IF SQLCODE NOT = 0
               MOVE 'BAD' TO STATUS1
               DISPLAY '*    UNEXPECTED SQLCODE FROM EMPPGATE '
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
