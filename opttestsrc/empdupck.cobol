      *****************************************************************
      * MODULE NAME = EMPDUPCK (DB2 SAMPLE PROGRAM)                   *
      *                                                               *
      * DESCRIPTIVE NAME = Duplicate photo and resume detection       *
      *                    across different employees                 *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Finds every group of different employees holding    *
      *       the same PSEG photo, the same BMP photo, or the same    *
      *       RESUME text in EMP_PHOTO_RESUME - the mark of a         *
      *       mis-sequenced transaction deck that had EMPPHLOD load   *
      *       one person's photo under another person's EMPNO.        *
      *                                                               *
      *       The PSEG check starts from the photo fingerprints the   *
      *       DSN8CLPV roster run keeps (DD EMPFNGRI - EMPNO, PSEG    *
      *       length and checksum, the dataset the roster run wrote   *
      *       on its EMPFNGRO).  Employees sharing a length and       *
      *       checksum are candidates only - the roster run's         *
      *       checksum samples one byte in 512 - so each candidate's  *
      *       PSEG_PHOTO is fetched and compared byte for byte with   *
      *       the first of its group, and only an exact match is      *
      *       reported.  A fingerprint whose row has since changed    *
      *       or gone simply fails to confirm.                        *
      *                                                               *
      *       The BMP and RESUME checks run the same way from         *
      *       fingerprints built here, a cursor pass over the table   *
      *       taking each non-null column's length and the sum of     *
      *       its byte values, and are confirmed the same way.        *
      *                                                               *
      *       The report lists each confirmed group - the column, the *
      *       length, and every EMPNO in it - with a count of groups  *
      *       and of employees per column.  Every EMPNO in a          *
      *       confirmed group is written once to DD EMPDUPL, in the   *
      *       same 6-byte card format as the EMPROSTR roster, to go   *
      *       straight onto the DSN8CLPV suspend list or drive a      *
      *       re-photograph run.  If EMPDUPL isn't allocated the run  *
      *       prints the report only.                                 *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch job, it does     *
      *             not require GDDM or ISPF.                         *
      *                                                               *
      *   Restrictions: Up to 20000 fingerprints are held per         *
      *             column; past that the column's check is           *
      *             incomplete, which the report says, and the run    *
      *             ends RC=4.  Every fingerprint is compared with    *
      *             every other, so run time grows with the square    *
      *             of the table size - schedule it outside the       *
      *             overnight window.                                 *
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
      *              - Message: no duplicates found                   *
      *              Return Code = 0004                               *
      *              - duplicate groups were found, or a column's     *
      *                fingerprints overflowed; see the report        *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPDUPCK DB2 Sample Program*
      *                                Fingerprint dataset (DD        *
      *                                EMPFNGRI) could not be opened  *
      *                                Processing terminated          *
      *                                                               *
      *              - Message: *** ERROR: EMPDUPCK DB2 Sample Program*
      *                                Unexpected SQLCODE; the report *
      *                                is incomplete                  *
      *                                                               *
      *              - Message: *** ERROR: EMPDUPCK DB2 Sample Program*
      *                                Write to the card list (DD     *
      *                                EMPDUPL) failed                *
      *                                Processing terminated          *
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: DSNTIAR                      *
      *             - Data areas       : DSNTIAR error_message        *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPFNGRI (roster run's photo *
      *                                  fingerprints in), EMPDUPL    *
      *                                  (duplicate EMPNOs in roster  *
      *                                  card format), EMPSUMM (shared*
      *                                  run-summary trailer)         *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPDUPCK:                                                   *
      *   - Open the fingerprint dataset and the card list            *
      *   - For each of PSEG, BMP and RESUME:                         *
      *     - Load the column's fingerprints (PSEG from EMPFNGRI,     *
      *       BMP and RESUME from a cursor pass over the table)       *
      *     - For each fingerprint not yet grouped, find the later    *
      *       ones with the same length and checksum; fetch the       *
      *       first's column and each candidate's and compare the     *
      *       bytes; report the group of exact matches and write      *
      *       its EMPNOs to the card list                             *
      *   - Print the per-column counts and totals and grade the      *
      *     return code                                               *
      *   - Append the EMPSUMM trailer                                *
      *   End EMPDUPCK                                                *
      *                                                               *
      *   D31100-CHECK-SQLCODE                                        *
      *   - call DSNTIAR to format an unexpected SQLCODE.             *
      *   End D31100-CHECK-SQLCODE                                    *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDUPCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * The photo fingerprints the DSN8CLPV roster run carried out   *
      * of its last night (the JCL points this at the same dataset   *
      * it points the roster run's EMPFNGRI at)                      *
      *****************************************************************
           SELECT FNGR-IN-FILE  ASSIGN TO EMPFNGRI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FNGR-IN-STATUS.

      *****************************************************************
      * EMPNOs in a confirmed duplicate group, in the same 6-byte    *
      * card format as the EMPROSTR roster, for the suspend list or  *
      * a re-photograph run                                          *
      *****************************************************************
           SELECT DUP-LIST-FILE  ASSIGN TO EMPDUPL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DUP-LIST-STATUS.

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
       FD  FNGR-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FNGR-IN-REC.
           05  FNGRI-EMPNO          PIC X(06).
           05  FILLER               PIC X(01).
           05  FNGRI-LENGTH         PIC 9(09).
           05  FILLER               PIC X(01).
           05  FNGRI-CHECKSUM       PIC 9(09).
           05  FILLER               PIC X(01).
           05  FNGRI-DATE           PIC 9(08).
           05  FILLER               PIC X(05).

       FD  DUP-LIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUP-LIST-REC             PIC X(06).

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

       01  FNGR-IN-STATUS           PIC X(02).
           88  FNGR-IN-STATUS-OK        VALUE '00'.

       01  FNGR-EOF-SWITCH          PIC X(01)  VALUE 'N'.
           88  FNGR-EOF                 VALUE 'Y'.

       01  FNGR-IN-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  FNGR-IN-OPEN             VALUE 'Y'.

       01  DUP-LIST-STATUS          PIC X(02).
           88  DUP-LIST-STATUS-OK       VALUE '00'.

       01  DUP-LIST-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
           88  DUP-LIST-OPEN            VALUE 'Y'.
           88  DUP-LIST-FAILED          VALUE 'F'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

       01  CURSOR-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  CURSOR-EOF               VALUE 'Y'.

      *****************************************************************
      * Return code held here until the very end, so nothing can     *
      * overwrite it before the trailer records it                   *
      *****************************************************************
       01  DUPCHECK-RETURN-CODE     PIC 9(01)  VALUE 0.

      *****************************************************************
      * The column being checked - 1 PSEG, 2 BMP, 3 RESUME - which   *
      * also subscripts its line of the per-column totals            *
      *****************************************************************
       01  COLUMN-SUB               PIC S9(4)  COMP  VALUE 1.
           88  CHECKING-PSEG            VALUE 1.
           88  CHECKING-BMP             VALUE 2.
           88  CHECKING-RESUME          VALUE 3.

       01  COLUMN-NAME-VALUES       PIC X(18)
                                    VALUE 'PSEG  BMP   RESUME'.
       01  COLUMN-NAME-TABLE  REDEFINES COLUMN-NAME-VALUES.
           05  COLUMN-NAME          PIC X(06)  OCCURS 3 TIMES.

      *****************************************************************
      * Fingerprints of the column being checked, reloaded for each  *
      * column.  The state byte tracks each fingerprint through the  *
      * grouping: not yet grouped, candidate of the current group's  *
      * first member, matched to it, reported in a group, or done    *
      * with no duplicate found.                                     *
      *****************************************************************
       01  FINGERPRINT-TABLE.
           05  FNGR-ENTRY-COUNT     PIC S9(9)  COMP  VALUE 0.
           05  FNGR-ENTRY  OCCURS 20000 TIMES
                           INDEXED BY FNGR-IX.
               10  FNGR-EMPNO       PIC X(06).
               10  FNGR-LENGTH      PIC S9(9)  COMP.
               10  FNGR-CHECKSUM    PIC S9(9)  COMP.
               10  FNGR-STATE       PIC X(01).
                   88  FNGR-UNGROUPED     VALUE ' '.
                   88  FNGR-CANDIDATE     VALUE 'C'.
                   88  FNGR-MATCHED       VALUE 'M'.
                   88  FNGR-GROUPED       VALUE 'G'.
                   88  FNGR-SETTLED       VALUE 'X'.

       01  LEADER-SUB               PIC S9(9)  COMP  VALUE 0.
       01  CANDIDATE-SUB            PIC S9(9)  COMP  VALUE 0.
       01  FIRST-CANDIDATE-SUB      PIC S9(9)  COMP  VALUE 0.
       01  CANDIDATE-COUNT          PIC S9(9)  COMP  VALUE 0.
       01  MATCHED-COUNT            PIC S9(9)  COMP  VALUE 0.
       01  GROUP-NUMBER             PIC 9(04)  VALUE 0.
       01  GROUP-MEMBERS            PIC S9(9)  COMP  VALUE 0.
       01  GROUP-SIZE               PIC Z(04)9.
       01  LEADER-LENGTH            PIC S9(9)  COMP  VALUE 0.
       01  LENGTH-PRINT             PIC 9(09).

      *****************************************************************
      * The group leader's column is fetched into the -LEADER host   *
      * variables, each candidate's into the usual ones, and the two *
      * compared byte for byte                                       *
      *****************************************************************
       01  LEADER-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
           88  LEADER-FOUND             VALUE 'Y'.

       01  CANDIDATE-MATCH-SWITCH   PIC X(01)  VALUE 'N'.
           88  CANDIDATE-MATCHES        VALUE 'Y'.

      *****************************************************************
      * Fingerprint checksum for BMP and RESUME - the sum of the     *
      * column's byte values, each read through the halfword with a  *
      * LOW-VALUE pad byte                                           *
      *****************************************************************
       01  COLUMN-LENGTH            PIC S9(9)  COMP  VALUE 0.
       01  COLUMN-CHECKSUM          PIC S9(9)  COMP  VALUE 0.
       01  CSUM-POSITION            PIC S9(9)  COMP  VALUE 0.
       01  CSUM-PAIR.
           05  FILLER               PIC X(01)  VALUE LOW-VALUE.
           05  CSUM-CHAR            PIC X(01).
       01  CSUM-HALFWORD  REDEFINES CSUM-PAIR
                                    PIC 9(04)  COMP.

      *****************************************************************
      * EMPNOs already written to the card list, so an employee in   *
      * more than one column's groups is carded once                 *
      *****************************************************************
       01  CARDED-TABLE.
           05  CARDED-COUNT         PIC S9(9)  COMP  VALUE 0.
           05  CARDED-ENTRY  OCCURS 20000 TIMES
                             INDEXED BY CARDED-IX.
               10  CARDED-EMPNO     PIC X(06).

      *****************************************************************
      * Per-column counts, one line each for PSEG, BMP and RESUME    *
      *****************************************************************
       01  COLUMN-TOTALS.
           05  COLUMN-TOTAL-LINE  OCCURS 3 TIMES.
               10  COL-FINGERPRINTS PIC S9(9)  COMP-3  VALUE 0.
               10  COL-GROUPS       PIC S9(9)  COMP-3  VALUE 0.
               10  COL-EMPLOYEES    PIC S9(9)  COMP-3  VALUE 0.
               10  COL-UNCONFIRMED  PIC S9(9)  COMP-3  VALUE 0.
               10  COL-OVERFLOW     PIC S9(9)  COMP-3  VALUE 0.

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  FINGERPRINTS-TOTAL       PIC S9(9)  COMP-3  VALUE 0.
       77  GROUPS-TOTAL             PIC S9(9)  COMP-3  VALUE 0.
       77  EMPLOYEES-TOTAL          PIC S9(9)  COMP-3  VALUE 0.
       77  OVERFLOW-TOTAL           PIC S9(9)  COMP-3  VALUE 0.
       77  CARDS-WRITTEN-COUNT      PIC S9(9)  COMP-3  VALUE 0.

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
       01  HVPSEG-PHOTO  USAGE IS SQL TYPE IS BLOB(500K).
       01  NIPSEG-PHOTO  PIC S9(4) COMP-4 VALUE  0.
       01  HVRESUME      USAGE IS SQL TYPE IS CLOB(5K).
       01  NIRESUME      PIC S9(4) COMP-4 VALUE  0.
       01  HVBMP-PHOTO   USAGE IS SQL TYPE IS BLOB(100K).
       01  NIBMP-PHOTO   PIC S9(4) COMP-4 VALUE  0.
       01  HVPSEG-LEADER   USAGE IS SQL TYPE IS BLOB(500K).
       01  NIPSEG-LEADER   PIC S9(4) COMP-4 VALUE  0.
       01  HVRESUME-LEADER USAGE IS SQL TYPE IS CLOB(5K).
       01  NIRESUME-LEADER PIC S9(4) COMP-4 VALUE  0.
       01  HVBMP-LEADER    USAGE IS SQL TYPE IS BLOB(100K).
       01  NIBMP-LEADER    PIC S9(4) COMP-4 VALUE  0.
           EXEC SQL END DECLARE SECTION END-EXEC.

      *****************************************************************
      * Every non-null BMP photo, and every non-null resume, for the *
      * BMP and RESUME fingerprints                                  *
      *****************************************************************
           EXEC SQL DECLARE BMPFNGR CURSOR FOR
              SELECT EMPNO, BMP_PHOTO
                 FROM EMP_PHOTO_RESUME
                 WHERE BMP_PHOTO IS NOT NULL
                 ORDER BY EMPNO
           END-EXEC.

           EXEC SQL DECLARE RESFNGR CURSOR FOR
              SELECT EMPNO, RESUME
                 FROM EMP_PHOTO_RESUME
                 WHERE RESUME IS NOT NULL
                 ORDER BY EMPNO
           END-EXEC.


       PROCEDURE DIVISION.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPDUPCK DUPLICATE PHOTO AND RESUME CHECK'.
            DISPLAY '**************************************'.

            PERFORM B10000-OPEN-FILES THRU B10000-EXIT.

            IF NOT OK
               GO TO A10000-WRAPUP
            END-IF.

            MOVE 1 TO COLUMN-SUB.
            PERFORM B20000-LOAD-PSEG-FINGERPRINTS THRU B20000-EXIT.
            IF OK
               PERFORM B50000-FIND-GROUPS THRU B50000-EXIT
            END-IF.

            IF OK
               MOVE 2 TO COLUMN-SUB
               PERFORM B22000-LOAD-BMP-FINGERPRINTS THRU B22000-EXIT
            END-IF.
            IF OK
               PERFORM B50000-FIND-GROUPS THRU B50000-EXIT
            END-IF.

            IF OK
               MOVE 3 TO COLUMN-SUB
               PERFORM B24000-LOAD-RESUME-FINGERPRINTS
                  THRU B24000-EXIT
            END-IF.
            IF OK
               PERFORM B50000-FIND-GROUPS THRU B50000-EXIT
            END-IF.

       A10000-WRAPUP.

            PERFORM B40000-CLOSE-FILES THRU B40000-EXIT.

            PERFORM B30000-PRINT-TOTALS THRU B30000-EXIT.

            PERFORM B35000-WRITE-SUMMARY-TRAILER THRU B35000-EXIT.

      *****************************************************************
      * Set the return code last, so no intervening CALL (DSNTIAR    *
      * leaves its own R15 in RETURN-CODE) can overwrite it          *
      *****************************************************************
            MOVE DUPCHECK-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Open the fingerprint dataset (required - the PSEG check      *
      * starts from it) and the card list.  If EMPDUPL isn't         *
      * allocated the run prints the report only.                    *
      *****************************************************************
       B10000-OPEN-FILES.

            OPEN INPUT FNGR-IN-FILE.

            IF NOT FNGR-IN-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPDUPCK DB2 SAMPLE PROGRAM'
               DISPLAY '***    FINGERPRINT DATASET (DD EMPFNGRI)'
               DISPLAY '***    COULD NOT BE OPENED - STATUS '
                       FNGR-IN-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               GO TO B10000-EXIT
            END-IF.

            MOVE 'Y' TO FNGR-IN-OPEN-SWITCH.

            OPEN OUTPUT DUP-LIST-FILE.

            IF DUP-LIST-STATUS-OK
               MOVE 'Y' TO DUP-LIST-OPEN-SWITCH
            END-IF.

            DISPLAY '*** DUPLICATE GROUPS CONFIRMED:'.

       B10000-EXIT.
            EXIT.


      *****************************************************************
      * PSEG fingerprints from the roster run's dataset.  A record   *
      * without an EMPNO, a numeric length and checksum, or with a   *
      * zero length, has nothing to match on and is passed over, as  *
      * is a second record for an EMPNO already held - an employee   *
      * cannot duplicate their own photo.                            *
      *****************************************************************
       B20000-LOAD-PSEG-FINGERPRINTS.

            MOVE 0 TO FNGR-ENTRY-COUNT.

            PERFORM B20005-READ-FNGR-REC THRU B20005-EXIT.

            PERFORM B20010-KEEP-FNGR-REC THRU B20010-EXIT
               UNTIL FNGR-EOF.

       B20000-EXIT.
            EXIT.


       B20005-READ-FNGR-REC.

            READ FNGR-IN-FILE
               AT END
                  MOVE 'Y' TO FNGR-EOF-SWITCH
            END-READ.

       B20005-EXIT.
            EXIT.


       B20010-KEEP-FNGR-REC.

            IF FNGRI-EMPNO NOT = SPACES
               AND FNGRI-LENGTH NUMERIC
               AND FNGRI-CHECKSUM NUMERIC
               IF FNGRI-LENGTH > 0
                  PERFORM B20020-HOLD-PSEG-FNGR THRU B20020-EXIT
               END-IF
            END-IF.

            PERFORM B20005-READ-FNGR-REC THRU B20005-EXIT.

       B20010-EXIT.
            EXIT.


       B20020-HOLD-PSEG-FNGR.

            SET FNGR-IX TO 1.
            SEARCH FNGR-ENTRY
               AT END
                  CONTINUE
               WHEN FNGR-IX > FNGR-ENTRY-COUNT
                  CONTINUE
               WHEN FNGR-EMPNO (FNGR-IX) = FNGRI-EMPNO
                  GO TO B20020-EXIT
            END-SEARCH.

            MOVE FNGRI-EMPNO    TO HVEMPNO.
            MOVE FNGRI-LENGTH   TO COLUMN-LENGTH.
            MOVE FNGRI-CHECKSUM TO COLUMN-CHECKSUM.
            PERFORM C10000-ADD-FINGERPRINT THRU C10000-EXIT.

       B20020-EXIT.
            EXIT.


      *****************************************************************
      * BMP fingerprints built from a cursor pass over the table     *
      *****************************************************************
       B22000-LOAD-BMP-FINGERPRINTS.

            MOVE 0   TO FNGR-ENTRY-COUNT.
            MOVE 'N' TO CURSOR-EOF-SWITCH.

            EXEC SQL OPEN BMPFNGR END-EXEC.

            IF SQLCODE NOT = 0
               MOVE 'B22000 @ OPEN BMPFNGR' TO DB2IO-COMMAND
               PERFORM D31100-CHECK-SQLCODE
               GO TO B22000-EXIT
            END-IF.

            PERFORM B22005-FETCH-BMP THRU B22005-EXIT.

            PERFORM B22010-KEEP-BMP THRU B22010-EXIT
               UNTIL CURSOR-EOF.

            EXEC SQL CLOSE BMPFNGR END-EXEC.

       B22000-EXIT.
            EXIT.


       B22005-FETCH-BMP.

            EXEC SQL FETCH BMPFNGR
                     INTO :HVEMPNO,
                          :HVBMP-PHOTO:NIBMP-PHOTO
            END-EXEC.

            IF SQLCODE = 100
               MOVE 'Y' TO CURSOR-EOF-SWITCH
            ELSE
               IF SQLCODE NOT = 0
                  MOVE 'B22005 @ FETCH BMPFNGR' TO DB2IO-COMMAND
                  PERFORM D31100-CHECK-SQLCODE
                  MOVE 'Y' TO CURSOR-EOF-SWITCH
               END-IF
            END-IF.

       B22005-EXIT.
            EXIT.


       B22010-KEEP-BMP.

            IF NIBMP-PHOTO NOT < 0 AND HVBMP-PHOTO-LENGTH > 0
               MOVE HVBMP-PHOTO-LENGTH TO COLUMN-LENGTH
               MOVE 0 TO COLUMN-CHECKSUM
               PERFORM C11000-ADD-BMP-BYTE THRU C11000-EXIT
                  VARYING CSUM-POSITION FROM 1 BY 1
                  UNTIL CSUM-POSITION > HVBMP-PHOTO-LENGTH
               PERFORM C10000-ADD-FINGERPRINT THRU C10000-EXIT
            END-IF.

            PERFORM B22005-FETCH-BMP THRU B22005-EXIT.

       B22010-EXIT.
            EXIT.


      *****************************************************************
      * RESUME fingerprints built from a cursor pass over the table  *
      *****************************************************************
       B24000-LOAD-RESUME-FINGERPRINTS.

            MOVE 0   TO FNGR-ENTRY-COUNT.
            MOVE 'N' TO CURSOR-EOF-SWITCH.

            EXEC SQL OPEN RESFNGR END-EXEC.

            IF SQLCODE NOT = 0
               MOVE 'B24000 @ OPEN RESFNGR' TO DB2IO-COMMAND
               PERFORM D31100-CHECK-SQLCODE
               GO TO B24000-EXIT
            END-IF.

            PERFORM B24005-FETCH-RESUME THRU B24005-EXIT.

            PERFORM B24010-KEEP-RESUME THRU B24010-EXIT
               UNTIL CURSOR-EOF.

            EXEC SQL CLOSE RESFNGR END-EXEC.

       B24000-EXIT.
            EXIT.


       B24005-FETCH-RESUME.

            EXEC SQL FETCH RESFNGR
                     INTO :HVEMPNO,
                          :HVRESUME:NIRESUME
            END-EXEC.

            IF SQLCODE = 100
               MOVE 'Y' TO CURSOR-EOF-SWITCH
            ELSE
               IF SQLCODE NOT = 0
                  MOVE 'B24005 @ FETCH RESFNGR' TO DB2IO-COMMAND
                  PERFORM D31100-CHECK-SQLCODE
                  MOVE 'Y' TO CURSOR-EOF-SWITCH
               END-IF
            END-IF.

       B24005-EXIT.
            EXIT.


       B24010-KEEP-RESUME.

            IF NIRESUME NOT < 0 AND HVRESUME-LENGTH > 0
               MOVE HVRESUME-LENGTH TO COLUMN-LENGTH
               MOVE 0 TO COLUMN-CHECKSUM
               PERFORM C12000-ADD-RESUME-BYTE THRU C12000-EXIT
                  VARYING CSUM-POSITION FROM 1 BY 1
                  UNTIL CSUM-POSITION > HVRESUME-LENGTH
               PERFORM C10000-ADD-FINGERPRINT THRU C10000-EXIT
            END-IF.

            PERFORM B24005-FETCH-RESUME THRU B24005-EXIT.

       B24010-EXIT.
            EXIT.


      *****************************************************************
      * Hold one fingerprint - HVEMPNO, COLUMN-LENGTH and            *
      * COLUMN-CHECKSUM - or count it past the table limit           *
      *****************************************************************
       C10000-ADD-FINGERPRINT.

            IF FNGR-ENTRY-COUNT NOT < 20000
               ADD 1 TO COL-OVERFLOW (COLUMN-SUB)
               GO TO C10000-EXIT
            END-IF.

            ADD 1 TO FNGR-ENTRY-COUNT.
            MOVE HVEMPNO         TO FNGR-EMPNO (FNGR-ENTRY-COUNT).
            MOVE COLUMN-LENGTH   TO FNGR-LENGTH (FNGR-ENTRY-COUNT).
            MOVE COLUMN-CHECKSUM TO FNGR-CHECKSUM (FNGR-ENTRY-COUNT).
            MOVE SPACE           TO FNGR-STATE (FNGR-ENTRY-COUNT).

       C10000-EXIT.
            EXIT.


       C11000-ADD-BMP-BYTE.

            MOVE HVBMP-PHOTO-DATA (CSUM-POSITION : 1) TO CSUM-CHAR.
            ADD CSUM-HALFWORD TO COLUMN-CHECKSUM.

       C11000-EXIT.
            EXIT.


       C12000-ADD-RESUME-BYTE.

            MOVE HVRESUME-DATA (CSUM-POSITION : 1) TO CSUM-CHAR.
            ADD CSUM-HALFWORD TO COLUMN-CHECKSUM.

       C12000-EXIT.
            EXIT.


      *****************************************************************
      * Group the column's fingerprints.  Each fingerprint not yet   *
      * grouped leads a search of the later ones for the same length *
      * and checksum; the candidates found are confirmed against the *
      * leader's actual column and the exact matches reported as one *
      * group.  A candidate that does not confirm goes back in the   *
      * pool, to lead or join a group of its own further on.         *
      *****************************************************************
       B50000-FIND-GROUPS.

            MOVE FNGR-ENTRY-COUNT TO COL-FINGERPRINTS (COLUMN-SUB).
            ADD  FNGR-ENTRY-COUNT TO FINGERPRINTS-TOTAL.

            IF COL-OVERFLOW (COLUMN-SUB) > 0
               DISPLAY '*** WARNING: ' COLUMN-NAME (COLUMN-SUB)
                       ' FINGERPRINTS PAST THE 20000 TABLE LIMIT '
                       'NOT CHECKED: ' COL-OVERFLOW (COLUMN-SUB)
            END-IF.

            PERFORM C20000-CHECK-LEADER THRU C20000-EXIT
               VARYING LEADER-SUB FROM 1 BY 1
               UNTIL LEADER-SUB > FNGR-ENTRY-COUNT OR NOT OK.

       B50000-EXIT.
            EXIT.


       C20000-CHECK-LEADER.

            IF NOT FNGR-UNGROUPED (LEADER-SUB)
               GO TO C20000-EXIT
            END-IF.

            MOVE 0 TO CANDIDATE-COUNT.
            COMPUTE FIRST-CANDIDATE-SUB = LEADER-SUB + 1.

            PERFORM C20010-MARK-CANDIDATE THRU C20010-EXIT
               VARYING CANDIDATE-SUB FROM FIRST-CANDIDATE-SUB BY 1
               UNTIL CANDIDATE-SUB > FNGR-ENTRY-COUNT.

            IF CANDIDATE-COUNT = 0
               SET FNGR-SETTLED (LEADER-SUB) TO TRUE
               GO TO C20000-EXIT
            END-IF.

            PERFORM C30000-FETCH-LEADER THRU C30000-EXIT.

            IF NOT LEADER-FOUND
               SET FNGR-SETTLED (LEADER-SUB) TO TRUE
               PERFORM C20020-RELEASE-CANDIDATE THRU C20020-EXIT
                  VARYING CANDIDATE-SUB FROM FIRST-CANDIDATE-SUB BY 1
                  UNTIL CANDIDATE-SUB > FNGR-ENTRY-COUNT
               GO TO C20000-EXIT
            END-IF.

            MOVE 0 TO MATCHED-COUNT.

            PERFORM C20030-CONFIRM-CANDIDATE THRU C20030-EXIT
               VARYING CANDIDATE-SUB FROM FIRST-CANDIDATE-SUB BY 1
               UNTIL CANDIDATE-SUB > FNGR-ENTRY-COUNT OR NOT OK.

            IF MATCHED-COUNT = 0 OR NOT OK
               SET FNGR-SETTLED (LEADER-SUB) TO TRUE
               GO TO C20000-EXIT
            END-IF.

            PERFORM C40000-REPORT-GROUP THRU C40000-EXIT.

       C20000-EXIT.
            EXIT.


       C20010-MARK-CANDIDATE.

            IF FNGR-UNGROUPED (CANDIDATE-SUB)
               AND FNGR-LENGTH (CANDIDATE-SUB) =
                   FNGR-LENGTH (LEADER-SUB)
               AND FNGR-CHECKSUM (CANDIDATE-SUB) =
                   FNGR-CHECKSUM (LEADER-SUB)
               AND FNGR-EMPNO (CANDIDATE-SUB) NOT =
                   FNGR-EMPNO (LEADER-SUB)
               SET FNGR-CANDIDATE (CANDIDATE-SUB) TO TRUE
               ADD 1 TO CANDIDATE-COUNT
            END-IF.

       C20010-EXIT.
            EXIT.


       C20020-RELEASE-CANDIDATE.

            IF FNGR-CANDIDATE (CANDIDATE-SUB)
               SET FNGR-UNGROUPED (CANDIDATE-SUB) TO TRUE
            END-IF.

       C20020-EXIT.
            EXIT.


       C20030-CONFIRM-CANDIDATE.

            IF NOT FNGR-CANDIDATE (CANDIDATE-SUB)
               GO TO C20030-EXIT
            END-IF.

            PERFORM C31000-COMPARE-CANDIDATE THRU C31000-EXIT.

            IF CANDIDATE-MATCHES
               SET FNGR-MATCHED (CANDIDATE-SUB) TO TRUE
               ADD 1 TO MATCHED-COUNT
            ELSE
               SET FNGR-UNGROUPED (CANDIDATE-SUB) TO TRUE
               ADD 1 TO COL-UNCONFIRMED (COLUMN-SUB)
            END-IF.

       C20030-EXIT.
            EXIT.


      *****************************************************************
      * Fetch the group leader's column as it stands in the table    *
      * now.  A row gone, or a column since emptied or set NULL,     *
      * leaves nothing to confirm against.                           *
      *****************************************************************
       C30000-FETCH-LEADER.

            MOVE 'N' TO LEADER-FOUND-SWITCH.
            MOVE 0   TO LEADER-LENGTH.
            MOVE FNGR-EMPNO (LEADER-SUB) TO HVEMPNO.

            EVALUATE TRUE
               WHEN CHECKING-PSEG
                  EXEC SQL SELECT PSEG_PHOTO
                           INTO :HVPSEG-LEADER:NIPSEG-LEADER
                           FROM EMP_PHOTO_RESUME
                           WHERE EMPNO = :HVEMPNO
                  END-EXEC
                  IF SQLCODE = 0 AND NIPSEG-LEADER NOT < 0
                     MOVE HVPSEG-LEADER-LENGTH TO LEADER-LENGTH
                     MOVE 'Y' TO LEADER-FOUND-SWITCH
                  END-IF
               WHEN CHECKING-BMP
                  EXEC SQL SELECT BMP_PHOTO
                           INTO :HVBMP-LEADER:NIBMP-LEADER
                           FROM EMP_PHOTO_RESUME
                           WHERE EMPNO = :HVEMPNO
                  END-EXEC
                  IF SQLCODE = 0 AND NIBMP-LEADER NOT < 0
                     MOVE HVBMP-LEADER-LENGTH TO LEADER-LENGTH
                     MOVE 'Y' TO LEADER-FOUND-SWITCH
                  END-IF
               WHEN CHECKING-RESUME
                  EXEC SQL SELECT RESUME
                           INTO :HVRESUME-LEADER:NIRESUME-LEADER
                           FROM EMP_PHOTO_RESUME
                           WHERE EMPNO = :HVEMPNO
                  END-EXEC
                  IF SQLCODE = 0 AND NIRESUME-LEADER NOT < 0
                     MOVE HVRESUME-LEADER-LENGTH TO LEADER-LENGTH
                     MOVE 'Y' TO LEADER-FOUND-SWITCH
                  END-IF
            END-EVALUATE.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'C30000 @ SELECT LEADER' TO DB2IO-COMMAND
               PERFORM D31100-CHECK-SQLCODE
            END-IF.

            IF LEADER-LENGTH NOT > 0
               MOVE 'N' TO LEADER-FOUND-SWITCH
            END-IF.

       C30000-EXIT.
            EXIT.


      *****************************************************************
      * Fetch a candidate's column and compare it byte for byte with *
      * the leader's.  Only the same length and the same bytes make  *
      * a duplicate.                                                 *
      *****************************************************************
       C31000-COMPARE-CANDIDATE.

            MOVE 'N' TO CANDIDATE-MATCH-SWITCH.
            MOVE FNGR-EMPNO (CANDIDATE-SUB) TO HVEMPNO.

            EVALUATE TRUE
               WHEN CHECKING-PSEG
                  EXEC SQL SELECT PSEG_PHOTO
                           INTO :HVPSEG-PHOTO:NIPSEG-PHOTO
                           FROM EMP_PHOTO_RESUME
                           WHERE EMPNO = :HVEMPNO
                  END-EXEC
                  IF SQLCODE = 0 AND NIPSEG-PHOTO NOT < 0
                     AND HVPSEG-PHOTO-LENGTH = LEADER-LENGTH
                     IF HVPSEG-PHOTO-DATA (1 : LEADER-LENGTH) =
                        HVPSEG-LEADER-DATA (1 : LEADER-LENGTH)
                        MOVE 'Y' TO CANDIDATE-MATCH-SWITCH
                     END-IF
                  END-IF
               WHEN CHECKING-BMP
                  EXEC SQL SELECT BMP_PHOTO
                           INTO :HVBMP-PHOTO:NIBMP-PHOTO
                           FROM EMP_PHOTO_RESUME
                           WHERE EMPNO = :HVEMPNO
                  END-EXEC
                  IF SQLCODE = 0 AND NIBMP-PHOTO NOT < 0
                     AND HVBMP-PHOTO-LENGTH = LEADER-LENGTH
                     IF HVBMP-PHOTO-DATA (1 : LEADER-LENGTH) =
                        HVBMP-LEADER-DATA (1 : LEADER-LENGTH)
                        MOVE 'Y' TO CANDIDATE-MATCH-SWITCH
                     END-IF
                  END-IF
               WHEN CHECKING-RESUME
                  EXEC SQL SELECT RESUME
                           INTO :HVRESUME:NIRESUME
                           FROM EMP_PHOTO_RESUME
                           WHERE EMPNO = :HVEMPNO
                  END-EXEC
                  IF SQLCODE = 0 AND NIRESUME NOT < 0
                     AND HVRESUME-LENGTH = LEADER-LENGTH
                     IF HVRESUME-DATA (1 : LEADER-LENGTH) =
                        HVRESUME-LEADER-DATA (1 : LEADER-LENGTH)
                        MOVE 'Y' TO CANDIDATE-MATCH-SWITCH
                     END-IF
                  END-IF
            END-EVALUATE.

            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'C31000 @ SELECT CANDIDATE' TO DB2IO-COMMAND
               PERFORM D31100-CHECK-SQLCODE
            END-IF.

       C31000-EXIT.
            EXIT.


      *****************************************************************
      * Report a confirmed group - the leader and every candidate    *
      * matched to it - and card each EMPNO in it                    *
      *****************************************************************
       C40000-REPORT-GROUP.

            ADD 1 TO GROUP-NUMBER.
            ADD 1 TO COL-GROUPS (COLUMN-SUB).
            ADD 1 TO GROUPS-TOTAL.
            COMPUTE GROUP-MEMBERS = MATCHED-COUNT + 1.
            ADD GROUP-MEMBERS TO COL-EMPLOYEES (COLUMN-SUB).
            ADD GROUP-MEMBERS TO EMPLOYEES-TOTAL.
            MOVE GROUP-MEMBERS TO GROUP-SIZE.
            MOVE LEADER-LENGTH TO LENGTH-PRINT.

            DISPLAY '*** ' COLUMN-NAME (COLUMN-SUB) ' GROUP '
                    GROUP-NUMBER ' -' GROUP-SIZE
                    ' EMPLOYEES, LENGTH ' LENGTH-PRINT.

            SET FNGR-GROUPED (LEADER-SUB) TO TRUE.
            MOVE FNGR-EMPNO (LEADER-SUB) TO HVEMPNO.
            PERFORM C41000-LIST-MEMBER THRU C41000-EXIT.

            PERFORM C40010-LIST-MATCHED THRU C40010-EXIT
               VARYING CANDIDATE-SUB FROM FIRST-CANDIDATE-SUB BY 1
               UNTIL CANDIDATE-SUB > FNGR-ENTRY-COUNT.

       C40000-EXIT.
            EXIT.


       C40010-LIST-MATCHED.

            IF FNGR-MATCHED (CANDIDATE-SUB)
               SET FNGR-GROUPED (CANDIDATE-SUB) TO TRUE
               MOVE FNGR-EMPNO (CANDIDATE-SUB) TO HVEMPNO
               PERFORM C41000-LIST-MEMBER THRU C41000-EXIT
            END-IF.

       C40010-EXIT.
            EXIT.


      *****************************************************************
      * List one group member and write its EMPNO to the card list,  *
      * unless an earlier group already carded it.  A failed write   *
      * closes the list and ends the check, as an incomplete list    *
      * must not be taken for the whole of it.                       *
      *****************************************************************
       C41000-LIST-MEMBER.

            DISPLAY '***           ' HVEMPNO.

            IF NOT DUP-LIST-OPEN
               GO TO C41000-EXIT
            END-IF.

            SET CARDED-IX TO 1.
            SEARCH CARDED-ENTRY
               AT END
                  CONTINUE
               WHEN CARDED-IX > CARDED-COUNT
                  CONTINUE
               WHEN CARDED-EMPNO (CARDED-IX) = HVEMPNO
                  GO TO C41000-EXIT
            END-SEARCH.

            IF CARDED-COUNT < 20000
               ADD 1 TO CARDED-COUNT
               SET CARDED-IX TO CARDED-COUNT
               MOVE HVEMPNO TO CARDED-EMPNO (CARDED-IX)
            END-IF.

            MOVE HVEMPNO TO DUP-LIST-REC.
            WRITE DUP-LIST-REC.

            IF NOT DUP-LIST-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPDUPCK DB2 SAMPLE PROGRAM'
               DISPLAY '***    WRITE TO CARD LIST (DD EMPDUPL) FAILED'
               DISPLAY '***    STATUS ' DUP-LIST-STATUS
                       ' AT EMPNO ' HVEMPNO
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               CLOSE DUP-LIST-FILE
               MOVE 'F' TO DUP-LIST-OPEN-SWITCH
               GO TO C41000-EXIT
            END-IF.

            ADD 1 TO CARDS-WRITTEN-COUNT.

       C41000-EXIT.
            EXIT.


      *****************************************************************
      * Per-column counts, end-of-run totals and the graded return   *
      * code: 0 no duplicates, 4 duplicates found or a column past   *
      * the table limit, 8 when the fingerprints would not open, an  *
      * SQL error cut the check short or the card list write failed  *
      *****************************************************************
       B30000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPDUPCK END-OF-RUN TOTALS'.

            PERFORM B30010-PRINT-COLUMN THRU B30010-EXIT
               VARYING COLUMN-SUB FROM 1 BY 1
               UNTIL COLUMN-SUB > 3.

            DISPLAY '*** DUPLICATE GROUPS:       ' GROUPS-TOTAL.
            DISPLAY '*** EMPLOYEES IN GROUPS:    ' EMPLOYEES-TOTAL.

            IF DUP-LIST-OPEN OR DUP-LIST-FAILED
               DISPLAY '*** EMPNO CARDS WRITTEN:    '
                       CARDS-WRITTEN-COUNT
            ELSE
               DISPLAY '*** CARD LIST (DD EMPDUPL) NOT ALLOCATED '
                       '- NO CARDS WRITTEN'
            END-IF.

            IF NOT OK
               MOVE 8 TO DUPCHECK-RETURN-CODE
               DISPLAY '*** CHECK IS INCOMPLETE - SEE ERROR ABOVE'
            ELSE
               IF GROUPS-TOTAL > 0 OR OVERFLOW-TOTAL > 0
                  MOVE 4 TO DUPCHECK-RETURN-CODE
               END-IF
            END-IF.

            DISPLAY '*** RETURN CODE:            '
                    DUPCHECK-RETURN-CODE.
            DISPLAY '**************************************'.

       B30000-EXIT.
            EXIT.


       B30010-PRINT-COLUMN.

            ADD COL-OVERFLOW (COLUMN-SUB) TO OVERFLOW-TOTAL.

            DISPLAY '*** ' COLUMN-NAME (COLUMN-SUB)
                    ' FINGERPRINTS:    ' COL-FINGERPRINTS (COLUMN-SUB).
            DISPLAY '***        GROUPS:          '
                    COL-GROUPS (COLUMN-SUB).
            DISPLAY '***        EMPLOYEES:       '
                    COL-EMPLOYEES (COLUMN-SUB).
            DISPLAY '***        NOT CONFIRMED:   '
                    COL-UNCONFIRMED (COLUMN-SUB).
            IF COL-OVERFLOW (COLUMN-SUB) > 0
               DISPLAY '***        NOT CHECKED:     '
                       COL-OVERFLOW (COLUMN-SUB)
            END-IF.

       B30010-EXIT.
            EXIT.


       B40000-CLOSE-FILES.

            IF FNGR-IN-OPEN
               CLOSE FNGR-IN-FILE
            END-IF.

            IF DUP-LIST-OPEN
               CLOSE DUP-LIST-FILE
            END-IF.

       B40000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  Fingerprints checked    *
      * ride in the read column, employees in a duplicate group in   *
      * the failed column, and fingerprints past the table limit in  *
      * the skipped one.  If EMPSUMM isn't allocated the trailer is  *
      * simply skipped.                                              *
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
            MOVE 'EMPDUPCK' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE FINGERPRINTS-TOTAL   TO SUMM-READ-COUNT.
            COMPUTE SUMM-OK-COUNT = FINGERPRINTS-TOTAL
                                  - EMPLOYEES-TOTAL.
            MOVE EMPLOYEES-TOTAL      TO SUMM-FAILED-COUNT.
            MOVE OVERFLOW-TOTAL       TO SUMM-SKIPPED-COUNT.
            MOVE 0                    TO SUMM-UNCHANGED-COUNT.
            MOVE DUPCHECK-RETURN-CODE TO SUMM-RETURN-CODE.
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
               DISPLAY '*    UNEXPECTED SQLCODE FROM EMPDUPCK '
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
