      *       header promised, so the stream stays splittable.  One  *
      *       job per site instead of one job per employee.          *
      *                                                               *
      *       Every request is checked against the photo-distribution *
      *       consent register (DD EMPCONSR) before anything is read  *
      *       from the archive.  An employee under an active no-off-  *
      *       site or full-hold restriction is refused for every      *
      *       site; a named-site restriction refuses the sites it     *
      *       lists, and any request whose site is not given.  A      *
      *       refused request ships nothing and is listed on the      *
      *       manifest as withheld - consent.  The register must      *
      *       open, or nothing is shipped at all.                     *
      *                                                               *
      * Notes:                                                        *
      *   Dependencies: None - no DB2, GDDM or ISPF; only the VSAM   *
      *             archive cluster and the consent register cluster. *
      *                                                               *
      *   Restrictions:                                               *
      * Module type: COBOL program                                    *
      *              fulfilled and the PARM/SYSIN EMPNO is not       *
      *              used; otherwise the single EMPNO comes from     *
      *              the EXEC PARM, falling back to a SYSIN card,    *
      *              the same order DSN8CLPV uses.  The requesting   *
      *              site code for a single run rides in cols 8-15   *
      *              of the PARM or SYSIN card, as on a deck card.   *
      *                                                               *
      * Normal Exit: Return Code = 0000                               *
      *              - Message: photo length/segment manifest (or    *
      *              Return Code = 0004                               *
      *              - (deck run) some requests could not be filled; *
      *                see the fulfillment manifest                   *
      *              - (single run) the photo was withheld under the *
      *                consent register                               *
      *                                                               *
      *  Error Exit: Return Code = 0008                               *
      *              - Message: *** ERROR: EMPBMPGT DB2 Sample Program*
      *                                not be opened                  *
      *                                                               *
      *              - Message: *** ERROR: EMPBMPGT DB2 Sample Program*
      *                                Consent register (DD EMPCONSR) *
      *                                could not be opened            *
      *                                                               *
      *              - Message: *** ERROR: EMPBMPGT DB2 Sample Program*
      *                                No archived photo for EMPNO    *
      *                                                               *
      *    External References:                                       *
      *                                  output), SYSIN (EMPNO card), *
      *                                  EMPREQST (request deck for   *
      *                                  the bulk run), EMPSUMM       *
      *                                  (shared run-summary trailer),*
      *                                  EMPCONSR (keyed VSAM photo-  *
      *                                  distribution consent         *
      *                                  register)                    *
      *                                                               *
      *  Pseudocode:                                                  *
      *   EMPBMPGT:                                                   *
      *   - When DD EMPREQST is allocated, fulfill the request deck:  *
      *     for each card, check the consent register (a refused      *
      *     request is listed withheld - consent and nothing ships),  *
      *     read the employee's header by key, write                  *
      *     the identifying delivery header and the photo's data      *
      *     segments to the output stream (padding an incomplete      *
      *     photo to the promised segment count), and print a         *
      *     fulfillment manifest line; grade the return code          *
      *   - Otherwise, the single-EMPNO run as always:                *
      *   - Resolve the EMPNO from the PARM or SYSIN                  *
      *   - Check the consent register; a refused request ships       *
      *     nothing and ends with return code 4                       *
      *   - Read the employee's header record (segment 000) by key    *
      *   - Read each data segment by key and write its bytes to the  *
      *     flat output dataset                                       *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.

      *****************************************************************
      * The photo-distribution consent register DSN8CLPV maintains   *
      * from its ISPF selection list - one record per restricted     *
      * employee, keyed by EMPNO                                     *
      *****************************************************************
           SELECT CONSENT-REGISTER-FILE  ASSIGN TO EMPCONSR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONS-EMPNO
               FILE STATUS IS CONSENT-FILE-STATUS.


       DATA DIVISION.

           05  SUMM-SUSPENDED-COUNT PIC 9(07).
           05  FILLER               PIC X(04).

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
           05  FILLER               PIC X(01).
           05  CONS-REQUESTED-BY    PIC X(20).
           05  FILLER               PIC X(01).
           05  CONS-SITE-LIST.
               10  CONS-SITE        PIC X(08)  OCCURS 5 TIMES
                                    INDEXED BY CONS-SITE-IX.
           05  FILLER               PIC X(01).
           05  CONS-UPDATED-DATE    PIC 9(08).
           05  FILLER               PIC X(01).
           05  CONS-UPDATED-BY      PIC X(08).
           05  FILLER               PIC X(14).


       WORKING-STORAGE SECTION.

       01  SUMMARY-FILE-STATUS      PIC X(02).
           88  SUMMARY-STATUS-OK        VALUE '00'.

       01  CONSENT-FILE-STATUS      PIC X(02).
           88  CONSENT-STATUS-OK        VALUE '00'.
           88  CONSENT-STATUS-NOTFND    VALUE '23'.

      *****************************************************************
      * Consent check for the request in hand: the EMPNO and site    *
      * asked about, today's date, and the verdict with the reason   *
      * printed on the manifest when the photo is withheld           *
      *****************************************************************
       01  CONSENT-EMPNO            PIC X(06)  VALUE SPACES.
       01  CONSENT-SITE             PIC X(08)  VALUE SPACES.
       01  CONSENT-TODAY            PIC 9(08)  VALUE 0.
       01  CONSENT-REASON           PIC X(30)  VALUE SPACES.

       01  CONSENT-WITHHELD-SWITCH  PIC X(01)  VALUE 'N'.
           88  CONSENT-WITHHELD         VALUE 'Y'.

      *****************************************************************
      * Return code held here until the very end, so the trailer can *
      * record it before it reaches the RETURN-CODE register         *
      * EMPNO being retrieved, from the EXEC PARM or a SYSIN card    *
      *****************************************************************
       01  RETRIEVE-EMPNO           PIC X(06)  VALUE SPACES.
       01  RETRIEVE-SITE            PIC X(08)  VALUE SPACES.

      *****************************************************************
      * Photo length and segment count from the header record, and   *
           88  OUTCOME-BAD-HEADER       VALUE 'B'.
           88  OUTCOME-INCOMPLETE       VALUE 'I'.
           88  OUTCOME-BAD-CARD         VALUE 'C'.
           88  OUTCOME-WITHHELD         VALUE 'W'.

      *****************************************************************
      * Deck run control totals                                       *
       77  INCOMPLETE-COUNT         PIC S9(9)  COMP-3  VALUE 0.
       77  BAD-HEADER-COUNT         PIC S9(9)  COMP-3  VALUE 0.
       77  BAD-CARD-COUNT           PIC S9(9)  COMP-3  VALUE 0.
       77  WITHHELD-COUNT           PIC S9(9)  COMP-3  VALUE 0.


       LINKAGE SECTION.

            IF NOT-OK
               MOVE 8 TO RETRIEVE-RETURN-CODE
            ELSE
               IF CONSENT-WITHHELD
                  MOVE 4 TO RETRIEVE-RETURN-CODE
               END-IF
            END-IF.

       A10000-STOP.

      *****************************************************************
      * Resolve the EMPNO - the EXEC PARM first, then a SYSIN card,  *
      * the same order DSN8CLPV resolves its batch EMPNO.  The       *
      * requesting site code, when given, follows in cols 8-15.      *
      *****************************************************************
       B00000-RESOLVE-EMPNO.

            IF PARM-LEN > 0
               MOVE PARM-TEXT (1:6) TO RETRIEVE-EMPNO
               IF PARM-LEN > 7
                  MOVE PARM-TEXT (8:8) TO RETRIEVE-SITE
               END-IF
            ELSE
               OPEN INPUT SYSIN-CARD-FILE
               IF SYSIN-STATUS-OK
                        MOVE SPACES TO SYSIN-CARD
                  END-READ
                  MOVE SYSIN-CARD (1:6) TO RETRIEVE-EMPNO
                  MOVE SYSIN-CARD (8:8) TO RETRIEVE-SITE
                  CLOSE SYSIN-CARD-FILE
               END-IF
            END-IF.


      *****************************************************************
      * Open the archive for keyed reads, the consent register for   *
      * keyed reads, and the flat dataset for the retrieved photo.   *
      * No photo is shipped when the consent register cannot be     *
      * read - there would be no way to honor a restriction.         *
      *****************************************************************
       B10000-OPEN-FILES.

            ACCEPT CONSENT-TODAY FROM DATE YYYYMMDD.

            OPEN INPUT BMP-ARCHIVE-FILE.

            IF NOT ARCHIVE-STATUS-OK
               GO TO B10000-EXIT
            END-IF.

            OPEN INPUT CONSENT-REGISTER-FILE.

            IF NOT CONSENT-STATUS-OK
               MOVE 'BAD' TO STATUS1
               DISPLAY '**************************************'
               DISPLAY '*** ERROR: EMPBMPGT DB2 SAMPLE PROGRAM'
               DISPLAY '***    CONSENT REGISTER (DD EMPCONSR) COULD'
               DISPLAY '***    NOT BE OPENED - STATUS '
                       CONSENT-FILE-STATUS
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               CLOSE BMP-ARCHIVE-FILE
               GO TO B10000-EXIT
            END-IF.

            OPEN OUTPUT BMP-PHOTO-FILE.

            IF BMP-STATUS-OK
               DISPLAY '***        PROCESSING TERMINATED'
               DISPLAY '**************************************'
               CLOSE BMP-ARCHIVE-FILE
               CLOSE CONSENT-REGISTER-FILE
            END-IF.

       B10000-EXIT.


      *****************************************************************
      * Check the consent register, then read the employee's header *
      * record by key and deliver each data segment                  *
      *****************************************************************
       B20000-RETRIEVE-PHOTO.

            MOVE RETRIEVE-EMPNO TO CONSENT-EMPNO.
            MOVE RETRIEVE-SITE  TO CONSENT-SITE.
            PERFORM C30000-CHECK-CONSENT THRU C30000-EXIT.

            IF CONSENT-WITHHELD
               DISPLAY '**************************************'
               DISPLAY '*** WARNING: EMPBMPGT DB2 SAMPLE PROGRAM'
               DISPLAY '***    BMP PHOTO FOR EMPNO ' RETRIEVE-EMPNO
                       ' FOR SITE ' RETRIEVE-SITE
               DISPLAY '***    WITHHELD - CONSENT - ' CONSENT-REASON
               DISPLAY '***        NOTHING WRITTEN TO EMPBMP'
               DISPLAY '**************************************'
               GO TO B20000-EXIT
            END-IF.

            MOVE RETRIEVE-EMPNO TO ARCH-EMPNO.
            MOVE 0              TO ARCH-SEGMENT.

               GO TO B25000-MANIFEST
            END-IF.

            MOVE REQ-EMPNO TO CONSENT-EMPNO.
            MOVE REQ-SITE  TO CONSENT-SITE.
            PERFORM C30000-CHECK-CONSENT THRU C30000-EXIT.

            IF CONSENT-WITHHELD
               SET OUTCOME-WITHHELD TO TRUE
               ADD 1 TO WITHHELD-COUNT
               GO TO B25000-MANIFEST
            END-IF.

            MOVE REQ-EMPNO TO ARCH-EMPNO.
            MOVE 0         TO ARCH-SEGMENT.

                  DISPLAY '*** ' REQ-EMPNO ' FOR SITE ' REQ-SITE
                          ' DELIVERED INCOMPLETE - MISSING '
                          'SEGMENTS PADDED WITH LOW-VALUES'
               WHEN OUTCOME-WITHHELD
                  DISPLAY '*** ' REQ-EMPNO ' FOR SITE ' REQ-SITE
                          ' NOT FILLED - WITHHELD - CONSENT - '
                          CONSENT-REASON
               WHEN OTHER
                  DISPLAY '*** REQUEST CARD WITH NO EMPNO - '
                          'NOT FILLED'
                    INCOMPLETE-COUNT.
            DISPLAY '*** CARDS WITH NO EMPNO:    '
                    BAD-CARD-COUNT.
            DISPLAY '*** WITHHELD - CONSENT:     '
                    WITHHELD-COUNT.

            IF NOT-OK OR REQUESTS-READ-COUNT = 0
               MOVE 8 TO RETRIEVE-RETURN-CODE
       B40000-CLOSE-FILES.

            CLOSE BMP-ARCHIVE-FILE.
            CLOSE CONSENT-REGISTER-FILE.

            IF BMP-OPEN
               CLOSE BMP-PHOTO-FILE
            ACCEPT SUMM-DATE FROM DATE YYYYMMDD.
            ACCEPT SUMM-TIME FROM TIME.

            MOVE 0 TO SUMM-SKIPPED-COUNT.

            IF RUN-MODE-DECK
               MOVE REQUESTS-READ-COUNT TO SUMM-READ-COUNT
               MOVE DELIVERED-COUNT     TO SUMM-OK-COUNT
               COMPUTE SUMM-FAILED-COUNT =
                  REQUESTS-READ-COUNT - DELIVERED-COUNT
                                      - WITHHELD-COUNT
               MOVE WITHHELD-COUNT      TO SUMM-SKIPPED-COUNT
            ELSE
               IF RETRIEVE-EMPNO = SPACES
                  MOVE 0 TO SUMM-READ-COUNT
                  MOVE 0 TO SUMM-OK-COUNT
                  MOVE 1 TO SUMM-FAILED-COUNT
               END-IF
               IF CONSENT-WITHHELD
                  MOVE 0 TO SUMM-OK-COUNT
                  MOVE 1 TO SUMM-SKIPPED-COUNT
               END-IF
            END-IF.

            MOVE 0 TO SUMM-UNCHANGED-COUNT.
            MOVE RETRIEVE-RETURN-CODE TO SUMM-RETURN-CODE.
            MOVE 0 TO SUMM-SUSPENDED-COUNT.

       B35000-EXIT.
            EXIT.


      *****************************************************************
      * Check CONSENT-EMPNO's request for CONSENT-SITE against the   *
      * consent register.  No record, a restriction not yet          *
      * effective, or one past its expiry date lets the photo go.    *
      * An active no-off-site or full-hold restriction withholds it  *
      * from every site; a named-site restriction withholds it from  *
      * the sites listed, and from a request that names no site.  A  *
      * record that cannot be read or understood withholds it too.   *
      *****************************************************************
       C30000-CHECK-CONSENT.

            MOVE 'N'    TO CONSENT-WITHHELD-SWITCH.
            MOVE SPACES TO CONSENT-REASON.

            MOVE CONSENT-EMPNO TO CONS-EMPNO.
            READ CONSENT-REGISTER-FILE.

            IF CONSENT-STATUS-NOTFND
               GO TO C30000-EXIT
            END-IF.

            IF NOT CONSENT-STATUS-OK
               MOVE 'Y' TO CONSENT-WITHHELD-SWITCH
               MOVE 'REGISTER READ FAILED' TO CONSENT-REASON
               GO TO C30000-EXIT
            END-IF.

            IF CONS-EFFECTIVE-DATE NOT NUMERIC
               OR CONS-EXPIRY-DATE NOT NUMERIC
               MOVE 'Y' TO CONSENT-WITHHELD-SWITCH
               MOVE 'RESTRICTION UNREADABLE' TO CONSENT-REASON
               GO TO C30000-EXIT
            END-IF.

            IF CONS-EFFECTIVE-DATE > CONSENT-TODAY
               GO TO C30000-EXIT
            END-IF.

            IF CONS-EXPIRY-DATE NOT = 0
               AND CONS-EXPIRY-DATE < CONSENT-TODAY
               GO TO C30000-EXIT
            END-IF.

            EVALUATE TRUE
               WHEN CONS-NO-OFFSITE
                  MOVE 'Y' TO CONSENT-WITHHELD-SWITCH
                  MOVE 'NO OFF-SITE USE' TO CONSENT-REASON
               WHEN CONS-FULL-HOLD
                  MOVE 'Y' TO CONSENT-WITHHELD-SWITCH
                  MOVE 'FULL HOLD' TO CONSENT-REASON
               WHEN CONS-NAMED-SITES
                  IF CONSENT-SITE = SPACES
                     MOVE 'Y' TO CONSENT-WITHHELD-SWITCH
                     MOVE 'SITE RESTRICTED, NONE GIVEN'
                       TO CONSENT-REASON
                  ELSE
                     SET CONS-SITE-IX TO 1
                     SEARCH CONS-SITE
                        WHEN CONS-SITE (CONS-SITE-IX) = CONSENT-SITE
                           MOVE 'Y' TO CONSENT-WITHHELD-SWITCH
                           MOVE 'SITE NAMED IN RESTRICTION'
                             TO CONSENT-REASON
                     END-SEARCH
                  END-IF
               WHEN OTHER
                  MOVE 'Y' TO CONSENT-WITHHELD-SWITCH
                  MOVE 'RESTRICTION UNREADABLE' TO CONSENT-REASON
            END-EVALUATE.

       C30000-EXIT.
            EXIT.
