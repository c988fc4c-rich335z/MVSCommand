      *       60,000 or larger than 600,000 bytes is not a valid      *
      *       800 x 750 employee photo - and a transaction carrying   *
      *       a bad PSEG is rejected before anything reaches the      *
      *       table.  A BMP photo on an ADD, REPLACE or REPBMP is     *
      *       held to the badge-photo bitmap standard once gathered:  *
      *       the 'BM' signature, the file size its header declares   *
      *       against the length supplied, the pixel width, height    *
      *       and bit depth, and the pixel-data offset; a BMP that    *
      *       fails any of them is rejected the same way.  Counts of  *
      *       applied and rejected transactions (with the reason for  *
      *       each rejection) are printed at end of run.              *
      *                                                               *
      *       Before a REPLACE rewrites a row or a DELETE removes     *
      *       one, the row's prior content is unloaded to the         *
      *       than once in the journaled run is restored from its     *
      *       FIRST journal image, the true before-image.             *
      *                                                               *
      *       Every transaction applied, and every row a backout puts *
      *       back, appends an event record to the shared employee    *
      *       lifecycle history dataset on DD EMPHIST: the EMPNO, the *
      *       action (or BACKOUT), the date and time, the job name,   *
      *       and the three column lengths before and after the       *
      *       change.  EMPPURGE, EMPARSTR and the DSN8CLPV resume     *
      *       edit append to the same dataset, and EMPHISTQ reports   *
      *       from it.  When EMPHIST is not allocated the run goes    *
      *       on without history, after saying so.                    *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch load, it does    *
      *             not require GDDM or ISPF like DSN8CLPV.           *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation.  EXEC PARM:     *
      *                 cols  1 -  7   BACKOUT reads the journal on   *
      *                                DD EMPJRNL back instead and    *
      *                                restores every row it holds;   *
      *                                blank (or anything else) runs  *
      *                                the load                       *
      *                 cols  9 - 16   job name stamped on the        *
      *                                history events as changed-by;  *
      *                                blank = EMPPHLOD               *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - every transaction applied (load), or every     *
      *                                                               *
      *  Error Exit: Return Code = 0004                               *
      *              - some transactions were rejected (bad action,   *
      *                bad length, PSEG size rule, BMP format rule,   *
      *                no/duplicate row,                              *
      *                before-image would not journal, unexpected     *
      *                SQLCODE), or some journaled rows would not     *
      *                restore; see the end-of-run totals             *
      *                                  journal out on a load run,   *
      *                                  in on a backout run),        *
      *                                  EMPSUMM (shared run-summary  *
      *                                  trailer), EMPHIST (shared    *
      *                                  lifecycle history, appended) *
      *                                                               *
      *  Transaction record layout (DD EMPTRAN, LRECL 80):            *
      *     cols  1 -  6   EMPNO                                      *
      *   EMPPHLOD:                                                   *
      *   - If the PARM asks for BACKOUT, read the journal back and   *
      *     restore every row it holds from its first journal image,  *
      *     appending a BACKOUT history event for each, then print    *
      *     the backout totals; otherwise:                            *
      *   - Open the transaction, content and journal datasets        *
      *   - For each transaction record:                              *
      *     - Gather the content bytes named by the record            *
      *     - Validate a supplied PSEG against the DSN8CLPV size rule *
      *     - Validate a supplied BMP against the badge-photo format  *
      *     - For REPLACE and DELETE, unload the row's prior content  *
      *       to the before-image journal first                       *
      *     - INSERT, UPDATE or DELETE the EMP_PHOTO_RESUME row       *
      *     - Append a history event with the before/after lengths    *
      *   - Print applied/rejected totals                             *
      *   End EMPPHLOD                                                *
      *                                                               *
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


       DATA DIVISION.

           05  SUMM-SUSPENDED-COUNT PIC 9(07).
           05  FILLER               PIC X(04).

       FD  HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REC              PIC X(120).


       WORKING-STORAGE SECTION.

           88  LOB-CAPACITY-OK      VALUE 'Y'.
           88  LOB-CAPACITY-BAD     VALUE 'N'.

      *****************************************************************
      * BMP badge-photo standard - the remote sites' badge printers  *
      * take an uncompressed Windows bitmap of exactly               *
      * BMP-BADGE-WIDTH by BMP-BADGE-HEIGHT pixels at BMP-BADGE-BITS *
      * bits per pixel.  At 160 x 200 x 24 bits the pixel array is  *
      * 96,000 bytes (rows of 480 bytes, already a multiple of 4),  *
      * comfortably inside BMP-MAX-BYTES.  The same rule is applied  *
      * to the table as it stands by the EMPBMPSW sweep.             *
      *****************************************************************
       01  BMP-BADGE-WIDTH  PIC S9(9) COMP VALUE 160.
       01  BMP-BADGE-HEIGHT PIC S9(9) COMP VALUE 200.
       01  BMP-BADGE-BITS   PIC S9(9) COMP VALUE 24.
       01  BMP-HEADER-BYTES PIC S9(9) COMP VALUE 54.
      *    14-byte file header plus 40-byte info header; the pixel
      *    data can start no earlier than this

       01  BMP-FORMAT-SWITCH        PIC X(01)  VALUE 'Y'.
           88  BMP-FORMAT-OK            VALUE 'Y'.
           88  BMP-FORMAT-BAD           VALUE 'N'.

       01  BMP-FORMAT-CLASS         PIC X(01)  VALUE SPACE.
           88  BMP-BAD-SIGNATURE        VALUE 'S'.
           88  BMP-BAD-FILE-SIZE        VALUE 'F'.
           88  BMP-BAD-DIMENSIONS       VALUE 'D'.
           88  BMP-BAD-BIT-DEPTH        VALUE 'B'.
           88  BMP-BAD-OFFSET           VALUE 'O'.

       01  BMP-FORMAT-REASON        PIC X(30).

      *****************************************************************
      * The BMP being checked - its supplied length and the first    *
      * BMP-HEADER-BYTES of its content, with the header fields      *
      * decoded from their little-endian byte order one byte at a    *
      * time.  The halfword redefinition reads each byte's value     *
      * through a high-order LOW-VALUE pad byte.                     *
      *****************************************************************
       01  BMP-CHECK-LENGTH         PIC S9(9)  COMP  VALUE 0.
       01  BMP-HEADER-AREA          PIC X(54).
       01  BMP-HDR-FILE-SIZE        PIC S9(11) COMP-3 VALUE 0.
       01  BMP-HDR-DATA-OFFSET      PIC S9(11) COMP-3 VALUE 0.
       01  BMP-HDR-WIDTH            PIC S9(11) COMP-3 VALUE 0.
       01  BMP-HDR-HEIGHT           PIC S9(11) COMP-3 VALUE 0.
       01  BMP-HDR-BITS             PIC S9(11) COMP-3 VALUE 0.
       01  BMP-ROW-BYTES            PIC S9(11) COMP-3 VALUE 0.
       01  BMP-PIXEL-BYTES          PIC S9(11) COMP-3 VALUE 0.

       01  BMP-FIELD-POS            PIC S9(4)  COMP  VALUE 0.
       01  BMP-FIELD-END            PIC S9(4)  COMP  VALUE 0.
       01  BMP-BYTE-POS             PIC S9(4)  COMP  VALUE 0.
       01  BMP-FIELD-VALUE          PIC S9(11) COMP-3 VALUE 0.
       01  BMP-BYTE-PAIR.
           05  FILLER               PIC X(01)  VALUE LOW-VALUE.
           05  BMP-BYTE-CHAR        PIC X(01).
       01  BMP-BYTE-HALFWORD  REDEFINES BMP-BYTE-PAIR
                                    PIC 9(04)  COMP.

       01  TRAN-FILE-STATUS         PIC X(02).
           88  TRAN-STATUS-OK           VALUE '00'.

       01  JOURNAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  JOURNAL-EOF              VALUE 'Y'.

       01  HISTORY-FILE-STATUS      PIC X(02).
           88  HISTORY-STATUS-OK        VALUE '00'.

       01  HISTORY-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  HISTORY-OPEN             VALUE 'Y'.

      *****************************************************************
      * Lifecycle history event, built in storage and appended to    *
      * EMPHIST - the same layout EMPPURGE, EMPARSTR and DSN8CLPV    *
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
           05  HIST-PROGRAM         PIC X(08)  VALUE 'EMPPHLOD'.
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
       01  HISTORY-JOB-NAME         PIC X(08)  VALUE 'EMPPHLOD'.

      *****************************************************************
      * Run mode - the normal transaction load, or the BACKOUT run   *
      * that reads the before-image journal back and restores every  *
       01  TRANS-REJECTED-COUNT     PIC S9(9)  COMP-3  VALUE 0.
       01  REJECT-BAD-TRAN-COUNT    PIC S9(9)  COMP-3  VALUE 0.
       01  REJECT-PSEG-SIZE-COUNT   PIC S9(9)  COMP-3  VALUE 0.
       01  REJECT-BMP-SIGNATURE-COUNT PIC S9(9) COMP-3 VALUE 0.
       01  REJECT-BMP-FILE-SIZE-COUNT PIC S9(9) COMP-3 VALUE 0.
       01  REJECT-BMP-DIMENSION-COUNT PIC S9(9) COMP-3 VALUE 0.
       01  REJECT-BMP-DEPTH-COUNT   PIC S9(9)  COMP-3  VALUE 0.
       01  REJECT-BMP-OFFSET-COUNT  PIC S9(9)  COMP-3  VALUE 0.
       01  REJECT-NO-ROW-COUNT      PIC S9(9)  COMP-3  VALUE 0.
       01  REJECT-DUP-ROW-COUNT     PIC S9(9)  COMP-3  VALUE 0.
       01  REJECT-SHORT-DATA-COUNT  PIC S9(9)  COMP-3  VALUE 0.
       01  REJECT-SQL-COUNT         PIC S9(9)  COMP-3  VALUE 0.
       01  REJECT-JRNL-COUNT        PIC S9(9)  COMP-3  VALUE 0.
       01  JRNL-ROWS-WRITTEN-COUNT  PIC S9(9)  COMP-3  VALUE 0.
       01  HISTORY-WRITTEN-COUNT    PIC S9(9)  COMP-3  VALUE 0.
       01  HISTORY-WARNING-COUNT    PIC S9(9)  COMP-3  VALUE 0.
       01  HISTORY-SQLCODE          PIC -9(8).

      *****************************************************************
      * Backout run control totals                                    *
       01  NIOLD-RESUME  PIC S9(4) COMP-4 VALUE  0.
       01  HVOLD-BMP     USAGE IS SQL TYPE IS BLOB(100K).
       01  NIOLD-BMP     PIC S9(4) COMP-4 VALUE  0.
      *****************************************************************
      * Column lengths of the row as it stands, for the history      *
      * event's before and after lengths                             *
      *****************************************************************
       01  HVHIST-PSEG-LENGTH    PIC S9(9) COMP-4 VALUE 0.
       01  NIHIST-PSEG           PIC S9(4) COMP-4 VALUE 0.
       01  HVHIST-BMP-LENGTH     PIC S9(9) COMP-4 VALUE 0.
       01  NIHIST-BMP            PIC S9(4) COMP-4 VALUE 0.
       01  HVHIST-RESUME-LENGTH  PIC S9(9) COMP-4 VALUE 0.
       01  NIHIST-RESUME         PIC S9(4) COMP-4 VALUE 0.
           EXEC SQL END DECLARE SECTION END-EXEC.


      *****************************************************************
      * EXEC PARM - 'BACKOUT' selects the journal backout run mode;  *
      * columns 9 - 16 carry the job name for the history events     *
      *****************************************************************
       LINKAGE SECTION.
       01  EMPPHLOD-PARM.

            PERFORM B00000-DETERMINE-RUN-MODE THRU B00000-EXIT.

            PERFORM B12000-OPEN-HISTORY THRU B12000-EXIT.

            IF RUN-MODE-BACKOUT
               PERFORM B50000-BACKOUT-JOURNAL THRU B50000-EXIT
               GO TO A10000-WRAPUP

       A10000-WRAPUP.

            IF HISTORY-OPEN
               CLOSE HISTORY-FILE
            END-IF.

      *****************************************************************
      * Grade the return code last, so no intervening CALL (DSNTIAR  *
      * leaves its own R15 in RETURN-CODE) can overwrite it          *
      * backout of the journal generation on DD EMPJRNL.  Only an    *
      * EXEC PARM of 'BACKOUT' selects the backout; anything else,   *
      * including no PARM at all, runs the load as it always did.    *
      * A job name in columns 9 - 16 is kept for the history events. *
      *****************************************************************
       B00000-DETERMINE-RUN-MODE.

               END-IF
            END-IF.

            IF PARM-LEN NOT LESS THAN 9
               IF PARM-TEXT (9:1) NOT = SPACE
                  MOVE PARM-TEXT (9:PARM-LEN - 8) TO HISTORY-JOB-NAME
               END-IF
            END-IF.

       B00000-EXIT.
            EXIT.

            EXIT.


      *****************************************************************
      * Open the shared lifecycle history for append - EXTEND keeps  *
      * every other program's events, with the OUTPUT retry covering *
      * a brand-new dataset.  When EMPHIST isn't allocated the run   *
      * goes on without history, but says so, since these changes    *
      * will then be missing from every later history inquiry.       *
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
               DISPLAY '*** CHANGES THIS RUN WILL NOT APPEAR IN THE '
                       'EMPLOYEE HISTORY'
               GO TO B12000-EXIT
            END-IF.

       B12000-EXIT.
            EXIT.


       B10005-READ-TRAN-REC.

            READ TRAN-FILE
               GO TO B20000-TALLY
            END-IF.

            IF HISTORY-OPEN
               PERFORM D45000-HISTORY-BEFORE-LENGTHS THRU D45000-EXIT
            END-IF.

            EVALUATE TRUE
               WHEN TRAN-ACTION-ADD
                  PERFORM C10000-APPLY-ADD THRU C10000-EXIT
               ADD 1 TO TRANS-APPLIED-COUNT
               DISPLAY '*** APPLIED  ' TRAN-ACTION ' EMPNO '
                       TRAN-EMPNO
               IF HISTORY-OPEN
                  MOVE TRAN-ACTION TO HIST-EVENT-TYPE
                  PERFORM D45100-HISTORY-AFTER-LENGTHS
                     THRU D45100-EXIT
                  PERFORM D46000-WRITE-HISTORY-EVENT THRU D46000-EXIT
               END-IF
            ELSE
               ADD 1 TO TRANS-REJECTED-COUNT
               DISPLAY '*** REJECTED ' TRAN-ACTION ' EMPNO '
                    REJECT-BAD-TRAN-COUNT.
            DISPLAY '***    PSEG SIZE INVALID:   '
                    REJECT-PSEG-SIZE-COUNT.
            DISPLAY '***    BMP SIGNATURE BAD:   '
                    REJECT-BMP-SIGNATURE-COUNT.
            DISPLAY '***    BMP FILE SIZE BAD:   '
                    REJECT-BMP-FILE-SIZE-COUNT.
            DISPLAY '***    BMP DIMENSIONS BAD:  '
                    REJECT-BMP-DIMENSION-COUNT.
            DISPLAY '***    BMP BIT DEPTH BAD:   '
                    REJECT-BMP-DEPTH-COUNT.
            DISPLAY '***    BMP DATA OFFSET BAD: '
                    REJECT-BMP-OFFSET-COUNT.
            DISPLAY '***    NO ROW FOR EMPNO:    '
                    REJECT-NO-ROW-COUNT.
            DISPLAY '***    ROW ALREADY EXISTS:  '
               DISPLAY '*** RUN WAS NOT JOURNALED (DD EMPJRNL '
                       'NOT ALLOCATED)'
            END-IF.
            PERFORM B30010-PRINT-HISTORY-TOTAL THRU B30010-EXIT.
            DISPLAY '**************************************'.

       B30000-EXIT.
            EXIT.


       B30010-PRINT-HISTORY-TOTAL.

            IF HISTORY-OPEN
               DISPLAY '*** HISTORY EVENTS WRITTEN: '
                       HISTORY-WRITTEN-COUNT
               IF HISTORY-WARNING-COUNT > 0
                  DISPLAY '*** HISTORY WARNINGS:       '
                          HISTORY-WARNING-COUNT
               END-IF
            ELSE
               DISPLAY '*** NO HISTORY RECORDED (DD EMPHIST '
                       'NOT ALLOCATED)'
            END-IF.

       B30010-EXIT.
            EXIT.


       B40000-CLOSE-FILES.

            CLOSE TRAN-FILE.

            MOVE JHDR-EMPNO TO HVEMPNO.

            IF HISTORY-OPEN
               PERFORM D45000-HISTORY-BEFORE-LENGTHS THRU D45000-EXIT
            END-IF.

            EXEC SQL UPDATE EMP_PHOTO_RESUME
                     SET PSEG_PHOTO = :HVOLD-PSEG:NIOLD-PSEG,
                         BMP_PHOTO  = :HVOLD-BMP:NIOLD-BMP,
               ADD 1 TO BACKOUT-RESTORED-COUNT
               DISPLAY '*** ' JHDR-EMPNO ' RESTORED (CONTENT PUT '
                       'BACK IN PLACE)'
               PERFORM C60100-LOG-BACKOUT-EVENT THRU C60100-EXIT
               GO TO C60000-EXIT
            END-IF.

               ADD 1 TO BACKOUT-RESTORED-COUNT
               DISPLAY '*** ' JHDR-EMPNO ' RESTORED (DELETED ROW '
                       'RE-INSERTED)'
               PERFORM C60100-LOG-BACKOUT-EVENT THRU C60100-EXIT
            ELSE
               ADD 1 TO BACKOUT-FAILED-COUNT
               DISPLAY '*** ' JHDR-EMPNO ' NOT RESTORED - '
            EXIT.


      *****************************************************************
      * Append the BACKOUT history event for a row just put back -   *
      * the after lengths are the journal image's, which is exactly  *
      * what the row now holds                                       *
      *****************************************************************
       C60100-LOG-BACKOUT-EVENT.

            IF NOT HISTORY-OPEN
               GO TO C60100-EXIT
            END-IF.

            MOVE 'BACKOUT'          TO HIST-EVENT-TYPE.
            MOVE JHDR-PSEG-LENGTH   TO HIST-AFTER-PSEG.
            MOVE JHDR-BMP-LENGTH    TO HIST-AFTER-BMP.
            MOVE JHDR-RESUME-LENGTH TO HIST-AFTER-RESUME.

            PERFORM D46000-WRITE-HISTORY-EVENT THRU D46000-EXIT.

       C60100-EXIT.
            EXIT.


      *****************************************************************
      * Gather (or skim) the journaled columns in the order the     *
      * unload wrote them: PSEG, then BMP, then RESUME.  On the     *
                    BACKOUT-DUP-SKIP-COUNT.
            DISPLAY '*** FAILED:                 '
                    BACKOUT-FAILED-COUNT.
            PERFORM B30010-PRINT-HISTORY-TOTAL THRU B30010-EXIT.
            DISPLAY '**************************************'.

            IF LOAD-RETURN-CODE = 0 AND BACKOUT-FAILED-COUNT > 0
      * transaction carries no content for.  The PSEG length is       *
      * checked against the DSN8CLPV size rule FIRST - when it fails, *
      * the transaction is rejected and all its content (including    *
      * the bad PSEG) is skimmed past instead of being kept.  A       *
      * supplied BMP can only be held to the badge-photo format once  *
      * its bytes are in, so that check comes last, after every       *
      * companion dataset has been read up to date.                   *
      *****************************************************************
       D10000-BUILD-CONTENT.

               MOVE 0  TO HVRESUME-LENGTH
            END-IF.

            IF TRAN-APPLIED AND TRAN-BMP-LEN > 0
               PERFORM D14000-CHECK-GATHERED-BMP THRU D14000-EXIT
            END-IF.

       D10000-EXIT.
            EXIT.

            EXIT.


      *****************************************************************
      * Hold the BMP just gathered to the badge-photo format, and    *
      * reject the transaction - counted under the failing check -   *
      * when it does not conform.  Its content has all been read, so *
      * the companion datasets are already in step.                  *
      *****************************************************************
       D14000-CHECK-GATHERED-BMP.

            MOVE TRAN-BMP-LEN TO BMP-CHECK-LENGTH.
            MOVE HVBMP-PHOTO-DATA (1 : 54) TO BMP-HEADER-AREA.

            PERFORM D14100-VALIDATE-BMP-FORMAT THRU D14100-EXIT.

            IF BMP-FORMAT-OK
               GO TO D14000-EXIT
            END-IF.

            SET TRAN-REJECTED TO TRUE.
            MOVE BMP-FORMAT-REASON TO REJECT-REASON.

            EVALUATE TRUE
               WHEN BMP-BAD-SIGNATURE
                  ADD 1 TO REJECT-BMP-SIGNATURE-COUNT
               WHEN BMP-BAD-FILE-SIZE
                  ADD 1 TO REJECT-BMP-FILE-SIZE-COUNT
               WHEN BMP-BAD-DIMENSIONS
                  ADD 1 TO REJECT-BMP-DIMENSION-COUNT
               WHEN BMP-BAD-BIT-DEPTH
                  ADD 1 TO REJECT-BMP-DEPTH-COUNT
               WHEN OTHER
                  ADD 1 TO REJECT-BMP-OFFSET-COUNT
            END-EVALUATE.

       D14000-EXIT.
            EXIT.


      *****************************************************************
      * Check a BMP's header against the badge-photo standard, first *
      * failure wins: the 'BM' signature (ASCII X'424D' - the bytes  *
      * are never translated), a header long enough to hold the      *
      * fields, the file size at bytes 3-6 against the length        *
      * supplied, the bit depth at bytes 29-30, the width and        *
      * height at bytes 19-26, and the pixel-data offset at bytes    *
      * 11-14, which must fall past the headers and leave room for   *
      * the whole pixel array inside the file.                       *
      * In:  BMP-HEADER-AREA, BMP-CHECK-LENGTH                       *
      * Out: BMP-FORMAT-SWITCH, BMP-FORMAT-CLASS, BMP-FORMAT-REASON  *
      *****************************************************************
       D14100-VALIDATE-BMP-FORMAT.

            SET BMP-FORMAT-OK TO TRUE.
            MOVE SPACE  TO BMP-FORMAT-CLASS.
            MOVE SPACES TO BMP-FORMAT-REASON.

            IF BMP-CHECK-LENGTH < 2
               OR BMP-HEADER-AREA (1 : 2) NOT = X'424D'
               SET BMP-FORMAT-BAD    TO TRUE
               SET BMP-BAD-SIGNATURE TO TRUE
               MOVE 'BMP SIGNATURE IS NOT BM' TO BMP-FORMAT-REASON
               GO TO D14100-EXIT
            END-IF.

            IF BMP-CHECK-LENGTH < BMP-HEADER-BYTES
               SET BMP-FORMAT-BAD    TO TRUE
               SET BMP-BAD-FILE-SIZE TO TRUE
               MOVE 'BMP SHORTER THAN ITS HEADER' TO BMP-FORMAT-REASON
               GO TO D14100-EXIT
            END-IF.

            MOVE 3 TO BMP-FIELD-POS.
            MOVE 6 TO BMP-FIELD-END.
            PERFORM D14200-DECODE-BMP-FIELD THRU D14200-EXIT.
            MOVE BMP-FIELD-VALUE TO BMP-HDR-FILE-SIZE.

            IF BMP-HDR-FILE-SIZE NOT = BMP-CHECK-LENGTH
               SET BMP-FORMAT-BAD    TO TRUE
               SET BMP-BAD-FILE-SIZE TO TRUE
               MOVE 'BMP FILE SIZE NOT = LENGTH' TO BMP-FORMAT-REASON
               GO TO D14100-EXIT
            END-IF.

            MOVE 29 TO BMP-FIELD-POS.
            MOVE 30 TO BMP-FIELD-END.
            PERFORM D14200-DECODE-BMP-FIELD THRU D14200-EXIT.
            MOVE BMP-FIELD-VALUE TO BMP-HDR-BITS.

            IF BMP-HDR-BITS NOT = BMP-BADGE-BITS
               SET BMP-FORMAT-BAD    TO TRUE
               SET BMP-BAD-BIT-DEPTH TO TRUE
               MOVE 'BMP BIT DEPTH NOT BADGE STD' TO BMP-FORMAT-REASON
               GO TO D14100-EXIT
            END-IF.

            MOVE 19 TO BMP-FIELD-POS.
            MOVE 22 TO BMP-FIELD-END.
            PERFORM D14200-DECODE-BMP-FIELD THRU D14200-EXIT.
            MOVE BMP-FIELD-VALUE TO BMP-HDR-WIDTH.

            MOVE 23 TO BMP-FIELD-POS.
            MOVE 26 TO BMP-FIELD-END.
            PERFORM D14200-DECODE-BMP-FIELD THRU D14200-EXIT.
            MOVE BMP-FIELD-VALUE TO BMP-HDR-HEIGHT.

            IF BMP-HDR-WIDTH NOT = BMP-BADGE-WIDTH
               OR BMP-HDR-HEIGHT NOT = BMP-BADGE-HEIGHT
               SET BMP-FORMAT-BAD     TO TRUE
               SET BMP-BAD-DIMENSIONS TO TRUE
               MOVE 'BMP DIMENSIONS NOT BADGE STD' TO BMP-FORMAT-REASON
               GO TO D14100-EXIT
            END-IF.

            MOVE 11 TO BMP-FIELD-POS.
            MOVE 14 TO BMP-FIELD-END.
            PERFORM D14200-DECODE-BMP-FIELD THRU D14200-EXIT.
            MOVE BMP-FIELD-VALUE TO BMP-HDR-DATA-OFFSET.

      ***********************************************************
      * Each pixel row is padded out to a 4-byte boundary       *
      ***********************************************************
            COMPUTE BMP-ROW-BYTES =
               (BMP-BADGE-WIDTH * BMP-BADGE-BITS + 31) / 32.
            COMPUTE BMP-PIXEL-BYTES =
               BMP-ROW-BYTES * 4 * BMP-BADGE-HEIGHT.

            IF BMP-HDR-DATA-OFFSET < BMP-HEADER-BYTES
               OR BMP-HDR-DATA-OFFSET + BMP-PIXEL-BYTES
                  > BMP-CHECK-LENGTH
               SET BMP-FORMAT-BAD TO TRUE
               SET BMP-BAD-OFFSET TO TRUE
               MOVE 'BMP PIXEL DATA OFFSET INVALID' TO BMP-FORMAT-REASON
            END-IF.

       D14100-EXIT.
            EXIT.


      *****************************************************************
      * Decode the little-endian unsigned field at header bytes      *
      * BMP-FIELD-POS through BMP-FIELD-END into BMP-FIELD-VALUE,    *
      * high-order byte first                                        *
      *****************************************************************
       D14200-DECODE-BMP-FIELD.

            MOVE 0 TO BMP-FIELD-VALUE.

            PERFORM D14210-ADD-BMP-BYTE THRU D14210-EXIT
               VARYING BMP-BYTE-POS FROM BMP-FIELD-END BY -1
               UNTIL BMP-BYTE-POS < BMP-FIELD-POS.

       D14200-EXIT.
            EXIT.


       D14210-ADD-BMP-BYTE.

            MOVE BMP-HEADER-AREA (BMP-BYTE-POS : 1) TO BMP-BYTE-CHAR.
            COMPUTE BMP-FIELD-VALUE =
               BMP-FIELD-VALUE * 256 + BMP-BYTE-HALFWORD.

       D14210-EXIT.
            EXIT.


      *****************************************************************
      * Validate the transaction's PSEG content length against the    *
      * same rule DSN8CLPV's D10000-VALIDATE-PSEG-IMAGE enforces: a   *

      *****************************************************************
      * Gather only the BMP content for a REPBMP card, capped at     *
      * what the host variable and table column can hold, and hold   *
      * what was gathered to the badge-photo format                  *
      *****************************************************************
       D18000-BUILD-BMP-ONLY.

               MOVE 0  TO HVBMP-PHOTO-LENGTH
            END-IF.

            IF TRAN-APPLIED AND TRAN-BMP-LEN > 0
               PERFORM D14000-CHECK-GATHERED-BMP THRU D14000-EXIT
            END-IF.

       D18000-EXIT.
            EXIT.

            EXIT.


      *****************************************************************
      * History event lengths.  The row's column lengths are fetched *
      * before the action runs and again after it applies; no row,   *
      * or a NULL column, is carried as a zero length.  A failed     *
      * fetch is reported but never stops the transaction - the      *
      * lengths simply go out as zero.                               *
      *****************************************************************
       D45000-HISTORY-BEFORE-LENGTHS.

            PERFORM D45200-FETCH-COLUMN-LENGTHS THRU D45200-EXIT.

            MOVE HVHIST-PSEG-LENGTH   TO HIST-BEFORE-PSEG.
            MOVE HVHIST-BMP-LENGTH    TO HIST-BEFORE-BMP.
            MOVE HVHIST-RESUME-LENGTH TO HIST-BEFORE-RESUME.

       D45000-EXIT.
            EXIT.


       D45100-HISTORY-AFTER-LENGTHS.

            PERFORM D45200-FETCH-COLUMN-LENGTHS THRU D45200-EXIT.

            MOVE HVHIST-PSEG-LENGTH   TO HIST-AFTER-PSEG.
            MOVE HVHIST-BMP-LENGTH    TO HIST-AFTER-BMP.
            MOVE HVHIST-RESUME-LENGTH TO HIST-AFTER-RESUME.

       D45100-EXIT.
            EXIT.


       D45200-FETCH-COLUMN-LENGTHS.

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
                  MOVE SQLCODE TO HISTORY-SQLCODE
                  DISPLAY '*** WARNING: HISTORY LENGTHS FOR ' HVEMPNO
                          ' NOT FETCHED - SQLCODE '
                          HISTORY-SQLCODE
                  ADD 1 TO HISTORY-WARNING-COUNT
               END-IF
               MOVE 0 TO HVHIST-PSEG-LENGTH
               MOVE 0 TO HVHIST-BMP-LENGTH
               MOVE 0 TO HVHIST-RESUME-LENGTH
               GO TO D45200-EXIT
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

       D45200-EXIT.
            EXIT.


      *****************************************************************
      * Stamp and append one history event.  HIST-EVENT-TYPE and the *
      * before/after lengths are already filled in by the caller.    *
      *****************************************************************
       D46000-WRITE-HISTORY-EVENT.

            MOVE HVEMPNO          TO HIST-EMPNO.
            ACCEPT HIST-DATE FROM DATE YYYYMMDD.
            ACCEPT HIST-TIME FROM TIME.
            MOVE HISTORY-JOB-NAME TO HIST-CHANGED-BY.

            MOVE HISTORY-EVENT TO HISTORY-REC.
            WRITE HISTORY-REC.

            IF HISTORY-STATUS-OK
               ADD 1 TO HISTORY-WRITTEN-COUNT
            ELSE
               DISPLAY '*** WARNING: HISTORY EVENT FOR ' HVEMPNO
                       ' NOT WRITTEN - STATUS ' HISTORY-FILE-STATUS
               ADD 1 TO HISTORY-WARNING-COUNT
            END-IF.

       D46000-EXIT.
            EXIT.


       D31100-CHECK-SQLCODE.
      ****************************************************************
      * Verify that the prior SQL call completed successfully
