      *                         number) or the street/city/postcode,
      *                         so the data team can review the pairs
      *                         and raise DELETE transactions
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock, so a window that runs past
      *                         midnight or a rerun next morning posts
      *                         to the business day it belongs to; with
      *                         no open business date the run is refused
      *                         with return code eight, and the report
      *                         heading prints the business date
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMDUPS.
           SELECT DUPS-RPT-FILE      ASSIGN TO 'DUPSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  DUPS-RPT-RECORD              PIC X(100).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-MASTER          PIC XX.
               88 WS-FS-NSRT-OK          VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-EOF-NSRT-SW        PIC X(01)   VALUE 'N'.
               88 WS-PHONE-MATCHED       VALUE 'Y'.
           05 WS-ADDR-MATCH-SW      PIC X(01)   VALUE 'N'.
               88 WS-ADDR-MATCHED        VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ       PIC 9(07)   VALUE ZEROS.
       01 WS-DUPS-HEADER-LINE.
           05 FILLER                  PIC X(33)  VALUE
                  'FORM SUSPECTED DUPLICATES REPORT'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(39)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-RECORD
               UNTIL WS-EOF-NSRT

           STOP RUN.

      *-----------------------------------------------------------*
      * 0500-GET-BUSINESS-DATE - the processing date is the open
      *                   business date on BUSDATE, not the clock,
      *                   so a window that runs past midnight or a
      *                   rerun next morning still posts to the day
      *                   it belongs to; no open date, no run
      *-----------------------------------------------------------*
       0500-GET-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE
           IF NOT WS-FS-BDTE-OK
               DISPLAY 'BUSINESS DATE FILE OPEN FAILED, STATUS '
                       WS-FS-BDTE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY 'BUSINESS DATE FILE IS EMPTY'
               END-READ
               IF WS-FS-BDTE-OK
                   IF BDTE-IS-OPEN AND BDTE-BUSINESS-DATE NUMERIC
                       MOVE BDTE-BUSINESS-DATE TO WS-RUN-DATE
                       SET WS-BDTE-OPEN TO TRUE
                   ELSE
                       DISPLAY 'BUSINESS DATE ' BDTE-BUSINESS-DATE
                               ' IS NOT OPEN'
                   END-IF
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF

           IF NOT WS-BDTE-OPEN
               DISPLAY 'NO OPEN BUSINESS DATE - RUN REFUSED'
           END-IF.

       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - sort the master by last and first name,
      *                   open the sorted file and the report, and
               END-IF
           END-IF

           IF NOT WS-EOF-NSRT
               MOVE WS-RUN-MM   TO WS-HDR-MM
               MOVE WS-RUN-DD   TO WS-HDR-DD
