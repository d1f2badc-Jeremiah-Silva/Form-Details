      * 01/09/26 JEREMIAH SILVA Appends a standard run-control record
      *                         to RUNCTL at end of run so FRMRECON
      *                         can cross-foot the window's counts
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
       PROGRAM-ID. FRMAUDIT.
           SELECT RUN-CONTROL-FILE   ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
       01  RUN-CONTROL-RECORD.
       COPY 'LAYOUT002.CPY'.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-MASTER          PIC XX.
               88 WS-FS-AUDIT-OK         VALUE '00'.
           05 WS-FS-RUNC            PIC XX.
               88 WS-FS-RUNC-OK          VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-EOF-SW             PIC X(01)   VALUE 'N'.
           05 WS-MASTER-SUSPECT-SW  PIC X(01)   VALUE 'N'.
               88 WS-MASTER-SUSPECT      VALUE 'Y'.
               88 WS-MASTER-CLEAN        VALUE 'N'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ       PIC 9(07)   VALUE ZEROS.
       01 WS-AUDIT-HEADER-LINE.
           05 FILLER                  PIC X(30)  VALUE
                  'FORM-MASTER INTEGRITY AUDIT'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(23)  VALUE SPACES.

       01 WS-TOTAL-LINE               PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 2000-AUDIT-ONE-RECORD
               UNTIL WS-EOF-YES

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
      * 1000-INITIALIZE - open the master and the audit report,
      *                   write the report heading and prime the
               SET WS-MASTER-SUSPECT TO TRUE
           END-IF

           IF WS-EOF-NO
               MOVE WS-RUN-MM   TO WS-HDR-MM
               MOVE WS-RUN-DD   TO WS-HDR-DD
