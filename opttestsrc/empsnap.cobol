      *****************************************************************
      * MODULE NAME = EMPSNAP (DB2 SAMPLE PROGRAM)                    *
      *                                                               *
      * DESCRIPTIVE NAME = Full-table snapshot unload of              *
      *                    EMP_PHOTO_RESUME                           *
      *                                                               *
      *  LICENSED MATERIALS - PROPERTY OF IBM                         *
      *  5615-DB2                                                     *
      *  (C) COPYRIGHT 1982 2013 IBM CORP.  ALL RIGHTS RESERVED.      *
      *                                                               *
      *  STATUS = VERSION 11                                          *
      *                                                               *
      * Function: Unloads every row of EMP_PHOTO_RESUME, in EMPNO     *
      *       order, to the snapshot dataset on DD EMPSNAP - a point- *
      *       in-time copy of the whole table, for answering "what    *
      *       changed between month-end and now" (EMPSNCMP compares   *
      *       two snapshots) and for putting back any one employee's  *
      *       row as it stood on the snapshot date.  The JCL points   *
      *       EMPSNAP at a new dated dataset (a new generation of the *
      *       snapshot GDG).                                          *
      *                                                               *
      *       The snapshot is written in the same format as the       *
      *       EMPPURGE archive - a header record per employee         *
      *       followed by the PSEG, BMP and RESUME bytes as 4096-byte *
      *       segments - so EMPARSTR restores from it unchanged, with *
      *       DD EMPARCHV pointed at the snapshot.  Each snapshot     *
      *       header is marked as a snapshot unload (type S), carries *
      *       the snapshot date as its unload date, and records a     *
      *       checksum of every column beside its length: the sum of  *
      *       the column's byte values.  EMPSNCMP compares on length  *
      *       and checksum, and EMPARSTR checks the checksums on the  *
      *       way back in.                                            *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - this is a plain batch job, it does     *
      *             not require GDDM or ISPF.                         *
      *                                                               *
      *   Restrictions: Rows are read at the plan's isolation level,  *
      *             so a row changed while the unload runs is copied  *
      *             as it stood when fetched; for an exact point in   *
      *             time, run it when nothing else is updating the    *
      *             table (the overnight window).  A snapshot that    *
      *             could not be written whole ends the run with RC=8 *
      *             and must not be used.                             *
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
      *              - Message: snapshot totals                       *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPSNAP DB2 Sample Program *
      *                                Snapshot (DD EMPSNAP) could not*
      *                                be opened or written, or       *
      *                                unexpected SQLCODE             *
      *                                Processing terminated          *
      *                                                               *
      *    External References:                                       *
      *             - Routines/Services: DSNTIAR                      *
      *             - Data areas       : DSNTIAR error_message        *
      *             - CONTROL blocks   : None                         *
      *             - Datasets/DDs     : EMPSNAP (snapshot output),   *
      *                                  EMPSUMM (shared run-summary  *
      *                                  trailer)                     *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPSNAP:                                                    *
      *   - Open the snapshot and a cursor over every row in EMPNO    *
      *     order                                                     *
      *   - For each row:                                             *
      *     - Work out each column's length, null flag, segment count *
      *       and checksum                                            *
      *     - Write the header and every LOB's bytes as segments      *
      *     - Verify the unload (file statuses, segment counts); stop *
      *       when it does not                                        *
      *   - Print the totals and grade the return code                *
      *   End EMPSNAP                                                 *
      *                                                               *
      *   D31100-CHECK-SQLCODE                                        *
      *   - call DSNTIAR to format an unexpected SQLCODE.             *
      *   End D31100-CHECK-SQLCODE                                    *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSNAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * Snapshot of the whole table, in the EMPPURGE archive format  *
      * - the JCL points this at a new dated dataset                 *
      *****************************************************************
           SELECT SNAPSHOT-FILE  ASSIGN TO EMPSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

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
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-REC             PIC X(4096).

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

       01  SNAPSHOT-FILE-STATUS     PIC X(02).
           88  SNAPSHOT-STATUS-OK       VALUE '00'.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

       01  CURSOR-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  CURSOR-EOF               VALUE 'Y'.

       01  SNAPSHOT-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
           88  SNAPSHOT-OPEN            VALUE 'Y'.

      *****************************************************************
      * Return code held here until the very end, so nothing can     *
      * overwrite it before the trailer records it                   *
      *****************************************************************
       01  SNAPSHOT-RETURN-CODE     PIC 9(01)  VALUE 0.

      *****************************************************************
      * Snapshot date, taken once at start-up so every header in the *
      * snapshot carries the same one even across midnight           *
      *****************************************************************
       01  SNAPSHOT-DATE            PIC 9(08)  VALUE 0.

      *****************************************************************
      * Archive header record built in storage and written as the    *
      * first record of each employee's unload - the EMPPURGE layout,*
      * marked as a snapshot unload and carrying each column's       *
      * checksum                                                     *
      *****************************************************************
       01  ARCHIVE-HEADER.
           05  AHDR-EYECATCHER      PIC X(08)  VALUE 'EMPARCHV'.
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
           05  AHDR-GENERATION      PIC 9(04)  VALUE 0.
           05  AHDR-UNLOAD-TYPE     PIC X(01)  VALUE 'S'.
           05  AHDR-PSEG-CHECKSUM   PIC 9(09).
           05  AHDR-BMP-CHECKSUM    PIC 9(09).
           05  AHDR-RESUME-CHECKSUM PIC 9(09).
           05  FILLER               PIC X(4007) VALUE SPACES.

      *****************************************************************
      * Column checksum - the sum of the column's byte values.  The  *
      * halfword redefinition reads each byte's value through a      *
      * high-order LOW-VALUE pad byte.  A full 500K photo of X'FF'   *
      * bytes sums to 130,560,000, inside nine digits.               *
      *****************************************************************
       01  COLUMN-CHECKSUM          PIC S9(9)  COMP  VALUE 0.
       01  CSUM-POSITION            PIC S9(9)  COMP  VALUE 0.
       01  CSUM-PAIR.
           05  FILLER               PIC X(01)  VALUE LOW-VALUE.
           05  CSUM-CHAR            PIC X(01).
       01  CSUM-HALFWORD  REDEFINES CSUM-PAIR
                                    PIC 9(04)  COMP.

      *****************************************************************
      * Unload bookkeeping for the employee being processed          *
      *****************************************************************
       01  UNLOAD-OFFSET            PIC S9(9)  COMP  VALUE 1.
       01  UNLOAD-BYTES-LEFT        PIC S9(9)  COMP  VALUE 0.
       01  UNLOAD-CHUNK-LEN         PIC S9(9)  COMP  VALUE 0.
       01  SEGMENTS-WRITTEN         PIC S9(9)  COMP  VALUE 0.
       01  SEGMENTS-EXPECTED        PIC S9(9)  COMP  VALUE 0.

       01  UNLOAD-GOOD-SWITCH       PIC X(01)  VALUE 'Y'.
           88  UNLOAD-GOOD              VALUE 'Y'.
           88  UNLOAD-BAD               VALUE 'N'.

      *****************************************************************
      * End-of-run control totals                                     *
      *****************************************************************
       77  ROWS-UNLOADED-COUNT      PIC S9(9)  COMP-3  VALUE 0.
       77  SEGMENTS-TOTAL-COUNT     PIC S9(9)  COMP-3  VALUE 0.
       77  PSEG-ROWS-COUNT          PIC S9(9)  COMP-3  VALUE 0.
       77  BMP-ROWS-COUNT           PIC S9(9)  COMP-3  VALUE 0.
       77  RESUME-ROWS-COUNT        PIC S9(9)  COMP-3  VALUE 0.
       77  PSEG-BYTES-TOTAL         PIC S9(15) COMP-3  VALUE 0.
       77  BMP-BYTES-TOTAL          PIC S9(15) COMP-3  VALUE 0.
       77  RESUME-BYTES-TOTAL       PIC S9(15) COMP-3  VALUE 0.

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
           EXEC SQL END DECLARE SECTION END-EXEC.

      *****************************************************************
      * Every row of the table, in EMPNO order                       *
      *****************************************************************
           EXEC SQL DECLARE SNAPROWS CURSOR FOR
              SELECT EMPNO, PSEG_PHOTO, BMP_PHOTO, RESUME
                 FROM EMP_PHOTO_RESUME
                 ORDER BY EMPNO
           END-EXEC.


       PROCEDURE DIVISION.

       A10000-MAINLINE.

            MOVE 'GOOD' TO STATUS1.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPSNAP FULL-TABLE SNAPSHOT UNLOAD'.
            DISPLAY '**************************************'.

            ACCEPT SNAPSHOT-DATE FROM DATE YYYYMMDD.
            DISPLAY '*** SNAPSHOT DATE:          ' SNAPSHOT-DATE.

            PERFORM B10000-OPEN-FILES THRU B10000-EXIT.

            IF NOT OK
               GO TO A10000-WRAPUP
            END-IF.

            EXEC SQL OPEN SNAPROWS END-EXEC.

            IF SQLCODE NOT = 0
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPSNAP DB2 SAMPLE PROGRAM'
               DISPLAY '***    CURSOR SNAPROWS COULD NOT BE OPENED'
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               MOVE 'A10000 @ OPEN SNAPROWS' TO DB2IO-COMMAND
               PERFORM D31100-CHECK-SQLCODE
               GO TO A10000-WRAPUP
            END-IF.

            PERFORM B15000-FETCH-ROW THRU B15000-EXIT.

            PERFORM B20000-UNLOAD-ONE-ROW THRU B20000-EXIT
               UNTIL CURSOR-EOF OR NOT OK.

            EXEC SQL CLOSE SNAPROWS END-EXEC.

       A10000-WRAPUP.

            PERFORM B40000-CLOSE-FILES THRU B40000-EXIT.

            PERFORM B30000-PRINT-TOTALS THRU B30000-EXIT.

      *****************************************************************
      * Grade the return code last, so no intervening CALL (DSNTIAR  *
      * leaves its own R15 in RETURN-CODE) can overwrite it          *
      *****************************************************************
            IF NOT OK
               MOVE 8 TO SNAPSHOT-RETURN-CODE
               DISPLAY '*** SNAPSHOT IS INCOMPLETE - DO NOT USE IT'
            END-IF.

            DISPLAY '*** RETURN CODE:            '
                    SNAPSHOT-RETURN-CODE.
            DISPLAY '**************************************'.

            PERFORM B35000-WRITE-SUMMARY-TRAILER THRU B35000-EXIT.

            MOVE SNAPSHOT-RETURN-CODE TO RETURN-CODE.

            STOP RUN.


      *****************************************************************
      * Open the snapshot.  It is the whole point of the run, so a   *
      * failed open ends the run with RC=8 before the cursor opens.  *
      *****************************************************************
       B10000-OPEN-FILES.

            OPEN OUTPUT SNAPSHOT-FILE.

            IF NOT SNAPSHOT-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPSNAP DB2 SAMPLE PROGRAM'
               DISPLAY '***    SNAPSHOT (DD EMPSNAP) COULD NOT'
               DISPLAY '***    BE OPENED - STATUS '
                       SNAPSHOT-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               GO TO B10000-EXIT
            END-IF.

            MOVE 'Y' TO SNAPSHOT-OPEN-SWITCH.

       B10000-EXIT.
            EXIT.


       B15000-FETCH-ROW.

            EXEC SQL FETCH SNAPROWS
                     INTO :HVEMPNO,
                          :HVPSEG-PHOTO:NIPSEG-PHOTO,
                          :HVBMP-PHOTO:NIBMP-PHOTO,
                          :HVRESUME:NIRESUME
            END-EXEC.

            IF SQLCODE = 100
               MOVE 'Y' TO CURSOR-EOF-SWITCH
            ELSE
               IF SQLCODE NOT = 0
                  MOVE 'B15000 @ FETCH SNAPROWS' TO DB2IO-COMMAND
                  PERFORM D31100-CHECK-SQLCODE
                  MOVE 'Y' TO CURSOR-EOF-SWITCH
               END-IF
            END-IF.

       B15000-EXIT.
            EXIT.


      *****************************************************************
      * Unload one row and verify it.  A snapshot with a hole in it  *
      * would report that employee as removed and could not restore  *
      * them, so the first unload that does not verify ends the run. *
      *****************************************************************
       B20000-UNLOAD-ONE-ROW.

            SET UNLOAD-GOOD TO TRUE.

            PERFORM C10000-BUILD-HEADER THRU C10000-EXIT.

            PERFORM C20000-UNLOAD-ROW THRU C20000-EXIT.

            IF UNLOAD-BAD
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPSNAP DB2 SAMPLE PROGRAM'
               DISPLAY '***    UNLOAD OF ' HVEMPNO ' DID NOT VERIFY'
               DISPLAY '***    - STATUS ' SNAPSHOT-FILE-STATUS
                       ' AFTER ' SEGMENTS-WRITTEN ' OF '
                       SEGMENTS-EXPECTED ' SEGMENTS'
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               GO TO B20000-EXIT
            END-IF.

            ADD 1                TO ROWS-UNLOADED-COUNT.
            ADD SEGMENTS-WRITTEN TO SEGMENTS-TOTAL-COUNT.

            IF AHDR-PSEG-NULL = 'N'
               ADD 1                TO PSEG-ROWS-COUNT
               ADD AHDR-PSEG-LENGTH TO PSEG-BYTES-TOTAL
            END-IF.

            IF AHDR-BMP-NULL = 'N'
               ADD 1               TO BMP-ROWS-COUNT
               ADD AHDR-BMP-LENGTH TO BMP-BYTES-TOTAL
            END-IF.

            IF AHDR-RESUME-NULL = 'N'
               ADD 1                  TO RESUME-ROWS-COUNT
               ADD AHDR-RESUME-LENGTH TO RESUME-BYTES-TOTAL
            END-IF.

            PERFORM B15000-FETCH-ROW THRU B15000-EXIT.

       B20000-EXIT.
            EXIT.


      *****************************************************************
      * Build the row's header: each column's length, null flag,     *
      * segment count and checksum, with a NULL column carried as a  *
      * zero length and zero checksum                                *
      *****************************************************************
       C10000-BUILD-HEADER.

            MOVE 0 TO SEGMENTS-WRITTEN.
            MOVE 0 TO SEGMENTS-EXPECTED.

            MOVE HVEMPNO       TO AHDR-EMPNO.
            MOVE SNAPSHOT-DATE TO AHDR-DATE.

            IF NIPSEG-PHOTO < 0
               MOVE 'Y' TO AHDR-PSEG-NULL
               MOVE 0   TO AHDR-PSEG-LENGTH
               MOVE 0   TO AHDR-PSEG-SEGMENTS
               MOVE 0   TO AHDR-PSEG-CHECKSUM
            ELSE
               MOVE 'N' TO AHDR-PSEG-NULL
               MOVE HVPSEG-PHOTO-LENGTH TO AHDR-PSEG-LENGTH
               COMPUTE AHDR-PSEG-SEGMENTS =
                  (HVPSEG-PHOTO-LENGTH + 4095) / 4096
               ADD AHDR-PSEG-SEGMENTS TO SEGMENTS-EXPECTED
               MOVE 0 TO COLUMN-CHECKSUM
               PERFORM C15010-ADD-PSEG-BYTE THRU C15010-EXIT
                  VARYING CSUM-POSITION FROM 1 BY 1
                  UNTIL CSUM-POSITION > HVPSEG-PHOTO-LENGTH
               MOVE COLUMN-CHECKSUM TO AHDR-PSEG-CHECKSUM
            END-IF.

            IF NIBMP-PHOTO < 0
               MOVE 'Y' TO AHDR-BMP-NULL
               MOVE 0   TO AHDR-BMP-LENGTH
               MOVE 0   TO AHDR-BMP-SEGMENTS
               MOVE 0   TO AHDR-BMP-CHECKSUM
            ELSE
               MOVE 'N' TO AHDR-BMP-NULL
               MOVE HVBMP-PHOTO-LENGTH TO AHDR-BMP-LENGTH
               COMPUTE AHDR-BMP-SEGMENTS =
                  (HVBMP-PHOTO-LENGTH + 4095) / 4096
               ADD AHDR-BMP-SEGMENTS TO SEGMENTS-EXPECTED
               MOVE 0 TO COLUMN-CHECKSUM
               PERFORM C15020-ADD-BMP-BYTE THRU C15020-EXIT
                  VARYING CSUM-POSITION FROM 1 BY 1
                  UNTIL CSUM-POSITION > HVBMP-PHOTO-LENGTH
               MOVE COLUMN-CHECKSUM TO AHDR-BMP-CHECKSUM
            END-IF.

            IF NIRESUME < 0
               MOVE 'Y' TO AHDR-RESUME-NULL
               MOVE 0   TO AHDR-RESUME-LENGTH
               MOVE 0   TO AHDR-RESUME-SEGMENTS
               MOVE 0   TO AHDR-RESUME-CHECKSUM
            ELSE
               MOVE 'N' TO AHDR-RESUME-NULL
               MOVE HVRESUME-LENGTH TO AHDR-RESUME-LENGTH
               COMPUTE AHDR-RESUME-SEGMENTS =
                  (HVRESUME-LENGTH + 4095) / 4096
               ADD AHDR-RESUME-SEGMENTS TO SEGMENTS-EXPECTED
               MOVE 0 TO COLUMN-CHECKSUM
               PERFORM C15030-ADD-RESUME-BYTE THRU C15030-EXIT
                  VARYING CSUM-POSITION FROM 1 BY 1
                  UNTIL CSUM-POSITION > HVRESUME-LENGTH
               MOVE COLUMN-CHECKSUM TO AHDR-RESUME-CHECKSUM
            END-IF.

       C10000-EXIT.
            EXIT.


       C15010-ADD-PSEG-BYTE.

            MOVE HVPSEG-PHOTO-DATA (CSUM-POSITION : 1) TO CSUM-CHAR.
            ADD CSUM-HALFWORD TO COLUMN-CHECKSUM.

       C15010-EXIT.
            EXIT.


       C15020-ADD-BMP-BYTE.

            MOVE HVBMP-PHOTO-DATA (CSUM-POSITION : 1) TO CSUM-CHAR.
            ADD CSUM-HALFWORD TO COLUMN-CHECKSUM.

       C15020-EXIT.
            EXIT.


       C15030-ADD-RESUME-BYTE.

            MOVE HVRESUME-DATA (CSUM-POSITION : 1) TO CSUM-CHAR.
            ADD CSUM-HALFWORD TO COLUMN-CHECKSUM.

       C15030-EXIT.
            EXIT.


      *****************************************************************
      * Unload the row: header first, then each non-null column's    *
      * bytes as 4096-byte segments.  Every write's file status and  *
      * the final segment count both have to check out for the       *
      * unload to verify.                                            *
      *****************************************************************
       C20000-UNLOAD-ROW.

            MOVE ARCHIVE-HEADER TO SNAPSHOT-REC.
            WRITE SNAPSHOT-REC.
            IF NOT SNAPSHOT-STATUS-OK
               SET UNLOAD-BAD TO TRUE
               GO TO C20000-EXIT
            END-IF.

            IF AHDR-PSEG-NULL = 'N'
               PERFORM C20010-UNLOAD-PSEG THRU C20010-EXIT
            END-IF.

            IF AHDR-BMP-NULL = 'N' AND UNLOAD-GOOD
               PERFORM C20020-UNLOAD-BMP THRU C20020-EXIT
            END-IF.

            IF AHDR-RESUME-NULL = 'N' AND UNLOAD-GOOD
               PERFORM C20030-UNLOAD-RESUME THRU C20030-EXIT
            END-IF.

            IF UNLOAD-GOOD
               IF SEGMENTS-WRITTEN NOT = SEGMENTS-EXPECTED
                  SET UNLOAD-BAD TO TRUE
               END-IF
            END-IF.

       C20000-EXIT.
            EXIT.


       C20010-UNLOAD-PSEG.

            MOVE 1                   TO UNLOAD-OFFSET.
            MOVE HVPSEG-PHOTO-LENGTH TO UNLOAD-BYTES-LEFT.

            PERFORM C20011-WRITE-PSEG-SEGMENT THRU C20011-EXIT
               UNTIL UNLOAD-BYTES-LEFT NOT GREATER THAN 0
                  OR UNLOAD-BAD.

       C20010-EXIT.
            EXIT.


       C20011-WRITE-PSEG-SEGMENT.

            IF UNLOAD-BYTES-LEFT > 4096
               MOVE 4096              TO UNLOAD-CHUNK-LEN
            ELSE
               MOVE UNLOAD-BYTES-LEFT TO UNLOAD-CHUNK-LEN
            END-IF.

            MOVE SPACES TO SNAPSHOT-REC.
            MOVE HVPSEG-PHOTO-DATA (UNLOAD-OFFSET : UNLOAD-CHUNK-LEN)
                           TO SNAPSHOT-REC (1 : UNLOAD-CHUNK-LEN).
            WRITE SNAPSHOT-REC.

            IF SNAPSHOT-STATUS-OK
               ADD 1 TO SEGMENTS-WRITTEN
               ADD      UNLOAD-CHUNK-LEN TO   UNLOAD-OFFSET
               SUBTRACT UNLOAD-CHUNK-LEN FROM UNLOAD-BYTES-LEFT
            ELSE
               SET UNLOAD-BAD TO TRUE
            END-IF.

       C20011-EXIT.
            EXIT.


       C20020-UNLOAD-BMP.

            MOVE 1                  TO UNLOAD-OFFSET.
            MOVE HVBMP-PHOTO-LENGTH TO UNLOAD-BYTES-LEFT.

            PERFORM C20021-WRITE-BMP-SEGMENT THRU C20021-EXIT
               UNTIL UNLOAD-BYTES-LEFT NOT GREATER THAN 0
                  OR UNLOAD-BAD.

       C20020-EXIT.
            EXIT.


       C20021-WRITE-BMP-SEGMENT.

            IF UNLOAD-BYTES-LEFT > 4096
               MOVE 4096              TO UNLOAD-CHUNK-LEN
            ELSE
               MOVE UNLOAD-BYTES-LEFT TO UNLOAD-CHUNK-LEN
            END-IF.

            MOVE SPACES TO SNAPSHOT-REC.
            MOVE HVBMP-PHOTO-DATA (UNLOAD-OFFSET : UNLOAD-CHUNK-LEN)
                           TO SNAPSHOT-REC (1 : UNLOAD-CHUNK-LEN).
            WRITE SNAPSHOT-REC.

            IF SNAPSHOT-STATUS-OK
               ADD 1 TO SEGMENTS-WRITTEN
               ADD      UNLOAD-CHUNK-LEN TO   UNLOAD-OFFSET
               SUBTRACT UNLOAD-CHUNK-LEN FROM UNLOAD-BYTES-LEFT
            ELSE
               SET UNLOAD-BAD TO TRUE
            END-IF.

       C20021-EXIT.
            EXIT.


       C20030-UNLOAD-RESUME.

            MOVE 1               TO UNLOAD-OFFSET.
            MOVE HVRESUME-LENGTH TO UNLOAD-BYTES-LEFT.

            PERFORM C20031-WRITE-RESUME-SEGMENT THRU C20031-EXIT
               UNTIL UNLOAD-BYTES-LEFT NOT GREATER THAN 0
                  OR UNLOAD-BAD.

       C20030-EXIT.
            EXIT.


       C20031-WRITE-RESUME-SEGMENT.

            IF UNLOAD-BYTES-LEFT > 4096
               MOVE 4096              TO UNLOAD-CHUNK-LEN
            ELSE
               MOVE UNLOAD-BYTES-LEFT TO UNLOAD-CHUNK-LEN
            END-IF.

            MOVE SPACES TO SNAPSHOT-REC.
            MOVE HVRESUME-DATA (UNLOAD-OFFSET : UNLOAD-CHUNK-LEN)
                           TO SNAPSHOT-REC (1 : UNLOAD-CHUNK-LEN).
            WRITE SNAPSHOT-REC.

            IF SNAPSHOT-STATUS-OK
               ADD 1 TO SEGMENTS-WRITTEN
               ADD      UNLOAD-CHUNK-LEN TO   UNLOAD-OFFSET
               SUBTRACT UNLOAD-CHUNK-LEN FROM UNLOAD-BYTES-LEFT
            ELSE
               SET UNLOAD-BAD TO TRUE
            END-IF.

       C20031-EXIT.
            EXIT.


      *****************************************************************
      * End-of-run totals: rows and segments written, and per column *
      * the rows holding data and the bytes unloaded                 *
      *****************************************************************
       B30000-PRINT-TOTALS.

            DISPLAY '**************************************'.
            DISPLAY '*** EMPSNAP END-OF-RUN TOTALS'.
            DISPLAY '*** ROWS UNLOADED:          ' ROWS-UNLOADED-COUNT.
            DISPLAY '*** SEGMENTS WRITTEN:       '
                    SEGMENTS-TOTAL-COUNT.
            DISPLAY '*** ROWS WITH PSEG PHOTO:   ' PSEG-ROWS-COUNT.
            DISPLAY '*** PSEG BYTES:             ' PSEG-BYTES-TOTAL.
            DISPLAY '*** ROWS WITH BMP PHOTO:    ' BMP-ROWS-COUNT.
            DISPLAY '*** BMP BYTES:              ' BMP-BYTES-TOTAL.
            DISPLAY '*** ROWS WITH RESUME:       ' RESUME-ROWS-COUNT.
            DISPLAY '*** RESUME BYTES:           ' RESUME-BYTES-TOTAL.

       B30000-EXIT.
            EXIT.


       B40000-CLOSE-FILES.

            IF SNAPSHOT-OPEN
               CLOSE SNAPSHOT-FILE
            END-IF.

       B40000-EXIT.
            EXIT.


      *****************************************************************
      * Append this run's trailer to the shared EMPSUMM dataset, in  *
      * the same record format DSN8CLPV's roster run writes, so the  *
      * EMPSUMRP overnight status page covers this program too.      *
      * EXTEND keeps the other programs' trailers, with the OUTPUT   *
      * retry covering a brand-new dataset.  A run that stopped on   *
      * an unload that did not verify shows one failed row.  If      *
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
            MOVE 'EMPSNAP' TO SUMM-PROGRAM.
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.
            MOVE ROWS-UNLOADED-COUNT TO SUMM-READ-COUNT.
            MOVE ROWS-UNLOADED-COUNT TO SUMM-OK-COUNT.
            IF UNLOAD-BAD
               MOVE 1 TO SUMM-FAILED-COUNT
            ELSE
               MOVE 0 TO SUMM-FAILED-COUNT
            END-IF.
            MOVE 0                    TO SUMM-SKIPPED-COUNT.
            MOVE 0                    TO SUMM-UNCHANGED-COUNT.
            MOVE SNAPSHOT-RETURN-CODE TO SUMM-RETURN-CODE.
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
               DISPLAY '*    UNEXPECTED SQLCODE FROM EMPSNAP '
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
