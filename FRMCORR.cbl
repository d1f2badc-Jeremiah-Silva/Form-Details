      *                         FRMTREDT/FRMMAINT pipeline; everything
      *                         else found wrong goes on a worklist
      *                         for manual review
      * 15/10/26 JEREMIAH SILVA The correction batch header names
      *                         FRMCORR as its keying operator, batch
      *                         number zero, now that the header carries
      *                         both
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
       PROGRAM-ID. FRMCORR.
           SELECT WORKLIST-RPT-FILE  ASSIGN TO 'CORRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  WORKLIST-RECORD              PIC X(80).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-MASTER          PIC XX.
               88 WS-FS-CORR-OK          VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-EOF-SW             PIC X(01)   VALUE 'N'.
               88 WS-PROV-FOUND          VALUE 'Y'.
           05 WS-PROV-MATCH-SW      PIC X(01)   VALUE 'N'.
               88 WS-PROV-MATCHED        VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ       PIC 9(07)   VALUE ZEROS.
       01 WS-CORR-HEADER-LINE.
           05 FILLER                  PIC X(32)  VALUE
                  'FORM CORRECTION WORKLIST'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(21)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-RECORD
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
      * 1000-INITIALIZE - open the master, the correction batch and
      *                   the worklist, load the province table,
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT FORM-MASTER-FILE
           IF NOT WS-FS-MASTER-OK
               DISPLAY 'FORM-MASTER OPEN FAILED, STATUS ' WS-FS-MASTER
           MOVE ZEROS           TO TCTL-EXP-CHANGES
           MOVE ZEROS           TO TCTL-EXP-DELETES
           MOVE ZEROS           TO TCTL-KEY-HASH
           MOVE 'FRMCORR'       TO TCTL-OPERATOR-ID
           MOVE ZEROS           TO TCTL-BATCH-NUMBER
           WRITE TRAN-CONTROL-RECORD.

       1100-EXIT.
