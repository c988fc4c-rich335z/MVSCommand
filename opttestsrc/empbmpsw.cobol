      *****************************************************************
      * MODULE NAME = EMPBMPSW (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Table-wide BMP photo format sweep of the   *
      *                    EMP_PHOTO_RESUME table                     *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Holds every BMP_PHOTO already in EMP_PHOTO_RESUME  *
      *       to the same badge-photo bitmap standard EMPPHLOD now   *
      *       enforces on the way in, so the truncated and non-      *
      *       bitmap photos loaded before that check existed can be  *
      *       found and re-scanned before EMPBMPAR ships them to the *
      *       remote sites.  Each BMP is checked, first failure      *
      *       wins, for:                                             *
      *        - the 'BM' signature;                                 *
      *        - the file size its header declares against the      *
      *          column's actual length (a header too short to hold *
      *          the fields counts here too);                       *
      *        - the bit depth against the badge standard;          *
      *        - the pixel width and height against the standard;   *
      *        - the pixel-data offset, which must fall past the    *
      *          headers and leave room for the whole pixel array.  *
      *       The exception report lists the failing EMPNOs grouped *
      *       by reason, with the header values that failed, and    *
      *       ends with a count per reason.                          *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch report, it does  *
      *             not require GDDM or ISPF like DSN8CLPV.           *
      *                                                               *
      *   Restrictions: Up to 5000 exceptions are listed by reason; *
      *             past that they are still counted, and the report*
      *             says how many went unlisted.                    *
      * Module type: COBOL program                                    *
      * Module size: See linkedit output                              *
      *  Attributes: Re-entrant and re-usable                         *
      *                                                               *
      * Entry Point: CEESTART (Language Environment entry point)      *
      *     Purpose: See Function                                     *
      *     Linkage: Standard MVS program invocation no parameters    *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - every BMP photo in the table conforms          *
      *              Return Code = 0004                               *
      *              - exceptions were found; see the report          *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPBMPSW DB2 Sample Program*
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
      *             - Datasets/DDs     : EMPSUMM (shared run-summary  *
      *                                  trailer)                     *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPBMPSW:                                                   *
      *   - Open a cursor over every non-null BMP_PHOTO in EMPNO     *
      *     order                                                    *
      *   - For each row:                                            *
      *     - Check the BMP header against the badge-photo standard *
      *     - Hold each failure, with its reason, for the report     *
      *   - Print the exceptions grouped by reason                   *
      *   - Print the count per reason and grade the return code     *
      *   End EMPBMPSW                                                *
      *                                                               *
      *   D31100-CHECK-SQLCODE                                        *
      *   - call DSNTIAR to format an unexpected SQLCODE.             *
      *   End D31100-CHECK-SQLCODE                                    *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBMPSW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

       01  CURSOR-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  CURSOR-EOF               VALUE 'Y'.

      *****************************************************************
      * Return code held here until the very end, so no intervening  *
      * CALL (DSNTIAR leaves its own R15 in RETURN-CODE) can         *
      * overwrite it                                                 *
      *****************************************************************
       01  SWEEP-RETURN-CODE        PIC 9(01)  VALUE 0.

      *****************************************************************
      * BMP badge-photo standard - identical to the one EMPPHLOD's   *
      * D14100-VALIDATE-BMP-FORMAT enforces on the way in: an        *
      * uncompressed Windows bitmap of exactly BMP-BADGE-WIDTH by    *
      * BMP-BADGE-HEIGHT pixels at BMP-BADGE-BITS bits per pixel.    *
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
      * The BMP being checked - its length and the first             *
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

      *****************************************************************
      * Exceptions held for the by-reason report - the EMPNO, the    *
      * reason class, the column length and the header values that   *
      * failed, so the listing can show what was found as well as    *
      * what was wrong                                               *
      *****************************************************************
       01  EXCEPTION-TABLE.
           05  EXCEPTION-COUNT      PIC S9(4)  COMP  VALUE 0.
           05  EXCEPTION-ENTRY  OCCURS 5000 TIMES
                                INDEXED BY EXCEPTION-IX.
               10  EXC-EMPNO        PIC X(06).
               10  EXC-CLASS        PIC X(01).
               10  EXC-LENGTH       PIC 9(09).
               10  EXC-FILE-SIZE    PIC 9(10).
               10  EXC-WIDTH        PIC 9(10).
               10  EXC-HEIGHT       PIC 9(10).
               10  EXC-BITS         PIC 9(05).
               10  EXC-DATA-OFFSET  PIC 9(10).

       01  REPORT-CLASS             PIC X(01)  VALUE SPACE.

      *****************************************************************
      * End-of-run control totals, one counter per reason            *
      *****************************************************************
       77  BMP-ROWS-READ-COUNT      PIC S9(9)  COMP-3  VALUE 0.
       77  BMP-CLEAN-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  BAD-SIGNATURE-COUNT      PIC S9(9)  COMP-3  VALUE 0.
       77  BAD-FILE-SIZE-COUNT      PIC S9(9)  COMP-3  VALUE 0.
       77  BAD-BIT-DEPTH-COUNT      PIC S9(9)  COMP-3  VALUE 0.
       77  BAD-DIMENSIONS-COUNT     PIC S9(9)  COMP-3  VALUE 0.
       77  BAD-OFFSET-COUNT         PIC S9(9)  COMP-3  VALUE 0.
       77  UNLISTED-COUNT           PIC S9(9)  COMP-3  VALUE 0.

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
       01  HVBMP-PHOTO   USAGE IS SQL TYPE IS BLOB(100K).
       01  NIBMP-PHOTO   PIC S9(4) COMP-4 VALUE  0.
           EXEC SQL END DECLARE SECTION END-EXEC.

      *****************************************************************
      * Every row holding a BMP photo, in EMPNO order                *
      *****************************************************************
           EXEC SQL DECLARE BMPSWEEP CURSOR FOR
              SELECT EMPNO, BMP_PHOTO FROM EMP_PHOTO_RESUME
                 WHERE BMP_PHOTO IS NOT NULL
                 ORDER BY EMPNO
           END-EXEC.


       PROCEDURE DIVISION.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPBMPSW BMP PHOTO FORMAT SWEEP'.
            DISPLAY '**************************************'.

            EXEC SQL OPEN BMPSWEEP END-EXEC.

            IF SQLCODE NOT = 0
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPBMPSW DB2 SAMPLE PROGRAM'
               DISPLAY '***    CURSOR BMPSWEEP COULD NOT BE OPENED'
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               MOVE 'A10000 @ OPEN BMPSWEEP' TO DB2IO-COMMAND
               PERFORM D31100-CHECK-SQLCODE
               GO TO A10000-WRAPUP
            END-IF.

            PERFORM B10000-FETCH-BMP-ROW THRU B10000-EXIT.

            PERFORM B20000-CHECK-BMP-ROW THRU B20000-EXIT
               UNTIL CURSOR-EOF.

            EXEC SQL CLOSE BMPSWEEP END-EXEC.

            PERFORM B30000-PRINT-EXCEPTIONS THRU B30000-EXIT.

       A10000-WRAPUP.

            PERFORM B40000-PRINT-TOTALS THRU B40000-EXIT.

      *****************************************************************
      * Grade the return code last, so no intervening CALL (DSNTIAR  *
      * leaves its own R15 in RETURN-CODE) can overwrite it          *
      *****************************************************************
            IF NOT OK
               MOVE 8 TO SWEEP-RETURN-CODE
            ELSE
               IF BMP-CLEAN-COUNT NOT = BMP-ROWS-READ-COUNT
                  MOVE 4 TO SWEEP-RETURN-CODE
               END-IF
            END-IF.

            DISPLAY '*** RETURN CODE:            '
                    SWEEP-RETURN-CODE.
            DISPLAY '**************************************'.

            PERFORM B35000-WRITE-SUMMARY-TRAILER THRU B35000-EXIT.

            MOVE SWEEP-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


       B10000-FETCH-BMP-ROW.

            EXEC SQL FETCH BMPSWEEP
                     INTO :HVEMPNO, :HVBMP-PHOTO:NIBMP-PHOTO
            END-EXEC.

            IF SQLCODE = 100
               MOVE 'Y' TO CURSOR-EOF-SWITCH
            ELSE
               IF SQLCODE NOT = 0
                  MOVE 'B10000 @ FETCH BMPSWEEP' TO DB2IO-COMMAND
                  PERFORM D31100-CHECK-SQLCODE
                  MOVE 'Y' TO CURSOR-EOF-SWITCH
               ELSE
                  ADD 1 TO BMP-ROWS-READ-COUNT
               END-IF
            END-IF.

       B10000-EXIT.
            EXIT.


      *****************************************************************
      * Check one row's BMP against the badge-photo standard and     *
      * hold any failure for the by-reason report                    *
      *****************************************************************
       B20000-CHECK-BMP-ROW.

            MOVE HVBMP-PHOTO-LENGTH TO BMP-CHECK-LENGTH.
            MOVE HVBMP-PHOTO-DATA (1 : 54) TO BMP-HEADER-AREA.

            PERFORM C10000-VALIDATE-BMP-FORMAT THRU C10000-EXIT.

            IF BMP-FORMAT-OK
               ADD 1 TO BMP-CLEAN-COUNT
               GO TO B20000-NEXT
            END-IF.

            EVALUATE TRUE
               WHEN BMP-BAD-SIGNATURE
                  ADD 1 TO BAD-SIGNATURE-COUNT
               WHEN BMP-BAD-FILE-SIZE
                  ADD 1 TO BAD-FILE-SIZE-COUNT
               WHEN BMP-BAD-BIT-DEPTH
                  ADD 1 TO BAD-BIT-DEPTH-COUNT
               WHEN BMP-BAD-DIMENSIONS
                  ADD 1 TO BAD-DIMENSIONS-COUNT
               WHEN OTHER
                  ADD 1 TO BAD-OFFSET-COUNT
            END-EVALUATE.

            IF EXCEPTION-COUNT < 5000
               ADD 1 TO EXCEPTION-COUNT
               SET EXCEPTION-IX TO EXCEPTION-COUNT
               MOVE HVEMPNO          TO EXC-EMPNO (EXCEPTION-IX)
               MOVE BMP-FORMAT-CLASS TO EXC-CLASS (EXCEPTION-IX)
               MOVE BMP-CHECK-LENGTH TO EXC-LENGTH (EXCEPTION-IX)
               MOVE BMP-HDR-FILE-SIZE
                                  TO EXC-FILE-SIZE (EXCEPTION-IX)
               MOVE BMP-HDR-WIDTH    TO EXC-WIDTH (EXCEPTION-IX)
               MOVE BMP-HDR-HEIGHT   TO EXC-HEIGHT (EXCEPTION-IX)
               MOVE BMP-HDR-BITS     TO EXC-BITS (EXCEPTION-IX)
               MOVE BMP-HDR-DATA-OFFSET
                                  TO EXC-DATA-OFFSET (EXCEPTION-IX)
            ELSE
               ADD 1 TO UNLISTED-COUNT
            END-IF.

       B20000-NEXT.

            PERFORM B10000-FETCH-BMP-ROW THRU B10000-EXIT.

       B20000-EXIT.
            EXIT.


      *****************************************************************
      * Print the held exceptions one reason at a time, each section *
      * in EMPNO order as the cursor delivered them                   *
      *****************************************************************
       B30000-PRINT-EXCEPTIONS.

            DISPLAY '*** BMP SIGNATURE IS NOT BM:'.
            MOVE 'S' TO REPORT-CLASS.
            PERFORM C20000-PRINT-CLASS THRU C20000-EXIT.

            DISPLAY '*** BMP FILE SIZE DISAGREES WITH ITS LENGTH:'.
            MOVE 'F' TO REPORT-CLASS.
            PERFORM C20000-PRINT-CLASS THRU C20000-EXIT.

            DISPLAY '*** BMP BIT DEPTH NOT THE BADGE STANDARD:'.
            MOVE 'B' TO REPORT-CLASS.
            PERFORM C20000-PRINT-CLASS THRU C20000-EXIT.

            DISPLAY '*** BMP DIMENSIONS NOT THE BADGE STANDARD:'.
            MOVE 'D' TO REPORT-CLASS.
            PERFORM C20000-PRINT-CLASS THRU C20000-EXIT.

            DISPLAY '*** BMP PIXEL DATA OFFSET INVALID:'.
            MOVE 'O' TO REPORT-CLASS.
            PERFORM C20000-PRINT-CLASS THRU C20000-EXIT.

            IF UNLISTED-COUNT > 0
               DISPLAY '*** ' UNLISTED-COUNT ' FURTHER EXCEPTION(S) '
                       'COUNTED BUT NOT LISTED - MORE THAN 5000'
            END-IF.

       B30000-EXIT.
            EXIT.


       C20000-PRINT-CLASS.

            PERFORM C20010-PRINT-EXCEPTION THRU C20010-EXIT
               VARYING EXCEPTION-IX FROM 1 BY 1
               UNTIL EXCEPTION-IX > EXCEPTION-COUNT.

       C20000-EXIT.
            EXIT.


       C20010-PRINT-EXCEPTION.

            IF EXC-CLASS (EXCEPTION-IX) NOT = REPORT-CLASS
               GO TO C20010-EXIT
            END-IF.

            EVALUATE REPORT-CLASS
               WHEN 'S'
                  DISPLAY '***    ' EXC-EMPNO (EXCEPTION-IX)
                          ' LENGTH ' EXC-LENGTH (EXCEPTION-IX)
               WHEN 'F'
                  IF EXC-LENGTH (EXCEPTION-IX) < BMP-HEADER-BYTES
                     DISPLAY '***    ' EXC-EMPNO (EXCEPTION-IX)
                             ' LENGTH ' EXC-LENGTH (EXCEPTION-IX)
                             ' SHORTER THAN ITS HEADER'
                  ELSE
                     DISPLAY '***    ' EXC-EMPNO (EXCEPTION-IX)
                             ' LENGTH ' EXC-LENGTH (EXCEPTION-IX)
                             ' HEADER SAYS '
                             EXC-FILE-SIZE (EXCEPTION-IX)
                  END-IF
               WHEN 'B'
                  DISPLAY '***    ' EXC-EMPNO (EXCEPTION-IX)
                          ' BITS PER PIXEL ' EXC-BITS (EXCEPTION-IX)
               WHEN 'D'
                  DISPLAY '***    ' EXC-EMPNO (EXCEPTION-IX)
                          ' WIDTH ' EXC-WIDTH (EXCEPTION-IX)
                          ' HEIGHT ' EXC-HEIGHT (EXCEPTION-IX)
               WHEN OTHER
                  DISPLAY '***    ' EXC-EMPNO (EXCEPTION-IX)
                          ' LENGTH ' EXC-LENGTH (EXCEPTION-IX)
                          ' DATA OFFSET '
                          EXC-DATA-OFFSET (EXCEPTION-IX)
            END-EVALUATE.

       C20010-EXIT.
            EXIT.


      *****************************************************************
      * End-of-run counts, one per reason                             *
      *****************************************************************
       B40000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPBMPSW END-OF-RUN TOTALS'.
            DISPLAY '*** BMP PHOTOS CHECKED:     '
                    BMP-ROWS-READ-COUNT.
            DISPLAY '*** BMP PHOTOS CLEAN:       '
                    BMP-CLEAN-COUNT.
            DISPLAY '***    SIGNATURE BAD:       '
                    BAD-SIGNATURE-COUNT.
            DISPLAY '***    FILE SIZE BAD:       '
                    BAD-FILE-SIZE-COUNT.
            DISPLAY '***    BIT DEPTH BAD:       '
                    BAD-BIT-DEPTH-COUNT.
            DISPLAY '***    DIMENSIONS BAD:      '
                    BAD-DIMENSIONS-COUNT.
            DISPLAY '***    DATA OFFSET BAD:     '
                    BAD-OFFSET-COUNT.

       B40000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  Photos failing any      *
      * check ride in the failed column.  If EMPSUMM isn't allocated *
      * the trailer is simply skipped.                               *
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
            MOVE 'EMPBMPSW' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE BMP-ROWS-READ-COUNT TO SUMM-READ-COUNT.
            MOVE BMP-CLEAN-COUNT     TO SUMM-OK-COUNT.
            COMPUTE SUMM-FAILED-COUNT =
               BMP-ROWS-READ-COUNT - BMP-CLEAN-COUNT.
            MOVE 0                   TO SUMM-SKIPPED-COUNT.
            MOVE 0                   TO SUMM-UNCHANGED-COUNT.
            MOVE SWEEP-RETURN-CODE   TO SUMM-RETURN-CODE.
            MOVE 0 TO SUMM-SUSPENDED-COUNT.
            WRITE RUN-SUMMARY-REC.
            CLOSE RUN-SUMMARY-FILE.

       B35000-EXIT.
            EXIT.


      *****************************************************************
      * Check a BMP's header against the badge-photo standard, first *
      * failure wins: the 'BM' signature (ASCII X'424D' - the bytes  *
      * are never translated), a header long enough to hold the      *
      * fields, the file size at bytes 3-6 against the length        *
      * supplied, the bit depth at bytes 29-30, the width and        *
      * height at bytes 19-26, and the pixel-data offset at bytes    *
      * 11-14, which must fall past the headers and leave room for   *
      * the whole pixel array inside the file.  The header fields    *
      * are cleared first so a row that fails early reports zeros,  *
      * not the previous row's values.                               *
      * In:  BMP-HEADER-AREA, BMP-CHECK-LENGTH                       *
      * Out: BMP-FORMAT-SWITCH, BMP-FORMAT-CLASS, BMP-FORMAT-REASON  *
      *****************************************************************
       C10000-VALIDATE-BMP-FORMAT.

            SET BMP-FORMAT-OK TO TRUE.
            MOVE SPACE  TO BMP-FORMAT-CLASS.
            MOVE SPACES TO BMP-FORMAT-REASON.
            MOVE 0 TO BMP-HDR-FILE-SIZE.
            MOVE 0 TO BMP-HDR-DATA-OFFSET.
            MOVE 0 TO BMP-HDR-WIDTH.
            MOVE 0 TO BMP-HDR-HEIGHT.
            MOVE 0 TO BMP-HDR-BITS.

            IF BMP-CHECK-LENGTH < 2
               OR BMP-HEADER-AREA (1 : 2) NOT = X'424D'
               SET BMP-FORMAT-BAD    TO TRUE
               SET BMP-BAD-SIGNATURE TO TRUE
               MOVE 'BMP SIGNATURE IS NOT BM' TO BMP-FORMAT-REASON
               GO TO C10000-EXIT
            END-IF.

            IF BMP-CHECK-LENGTH < BMP-HEADER-BYTES
               SET BMP-FORMAT-BAD    TO TRUE
               SET BMP-BAD-FILE-SIZE TO TRUE
               MOVE 'BMP SHORTER THAN ITS HEADER' TO BMP-FORMAT-REASON
               GO TO C10000-EXIT
            END-IF.

            MOVE 3 TO BMP-FIELD-POS.
            MOVE 6 TO BMP-FIELD-END.
            PERFORM C10100-DECODE-BMP-FIELD THRU C10100-EXIT.
            MOVE BMP-FIELD-VALUE TO BMP-HDR-FILE-SIZE.

            IF BMP-HDR-FILE-SIZE NOT = BMP-CHECK-LENGTH
               SET BMP-FORMAT-BAD    TO TRUE
               SET BMP-BAD-FILE-SIZE TO TRUE
               MOVE 'BMP FILE SIZE NOT = LENGTH' TO BMP-FORMAT-REASON
               GO TO C10000-EXIT
            END-IF.

            MOVE 29 TO BMP-FIELD-POS.
            MOVE 30 TO BMP-FIELD-END.
            PERFORM C10100-DECODE-BMP-FIELD THRU C10100-EXIT.
            MOVE BMP-FIELD-VALUE TO BMP-HDR-BITS.

            IF BMP-HDR-BITS NOT = BMP-BADGE-BITS
               SET BMP-FORMAT-BAD    TO TRUE
               SET BMP-BAD-BIT-DEPTH TO TRUE
               MOVE 'BMP BIT DEPTH NOT BADGE STD' TO BMP-FORMAT-REASON
               GO TO C10000-EXIT
            END-IF.

            MOVE 19 TO BMP-FIELD-POS.
            MOVE 22 TO BMP-FIELD-END.
            PERFORM C10100-DECODE-BMP-FIELD THRU C10100-EXIT.
            MOVE BMP-FIELD-VALUE TO BMP-HDR-WIDTH.

            MOVE 23 TO BMP-FIELD-POS.
            MOVE 26 TO BMP-FIELD-END.
            PERFORM C10100-DECODE-BMP-FIELD THRU C10100-EXIT.
            MOVE BMP-FIELD-VALUE TO BMP-HDR-HEIGHT.

            IF BMP-HDR-WIDTH NOT = BMP-BADGE-WIDTH
               OR BMP-HDR-HEIGHT NOT = BMP-BADGE-HEIGHT
               SET BMP-FORMAT-BAD     TO TRUE
               SET BMP-BAD-DIMENSIONS TO TRUE
               MOVE 'BMP DIMENSIONS NOT BADGE STD' TO BMP-FORMAT-REASON
               GO TO C10000-EXIT
            END-IF.

            MOVE 11 TO BMP-FIELD-POS.
            MOVE 14 TO BMP-FIELD-END.
            PERFORM C10100-DECODE-BMP-FIELD THRU C10100-EXIT.
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

       C10000-EXIT.
            EXIT.


      *****************************************************************
      * Decode the little-endian unsigned field at header bytes      *
      * BMP-FIELD-POS through BMP-FIELD-END into BMP-FIELD-VALUE,    *
      * high-order byte first                                        *
      *****************************************************************
       C10100-DECODE-BMP-FIELD.

            MOVE 0 TO BMP-FIELD-VALUE.

            PERFORM C10110-ADD-BMP-BYTE THRU C10110-EXIT
               VARYING BMP-BYTE-POS FROM BMP-FIELD-END BY -1
               UNTIL BMP-BYTE-POS < BMP-FIELD-POS.

       C10100-EXIT.
            EXIT.


       C10110-ADD-BMP-BYTE.

            MOVE BMP-HEADER-AREA (BMP-BYTE-POS : 1) TO BMP-BYTE-CHAR.
            COMPUTE BMP-FIELD-VALUE =
               BMP-FIELD-VALUE * 256 + BMP-BYTE-HALFWORD.

       C10110-EXIT.
            EXIT.


       D31100-CHECK-SQLCODE.
      ****************************************************************
      * Verify that the prior SQL call completed successfully
      ****************************************************************
            IF SQLCODE NOT = 0
               MOVE 'BAD' TO STATUS1
               DISPLAY '*    UNEXPECTED SQLCODE FROM EMPBMPSW '
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
