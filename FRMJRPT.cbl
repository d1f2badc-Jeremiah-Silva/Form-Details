      *                         the right FRMJA... archive periods
      *                         first, so old history still reports
      *                         without the live journal carrying it
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
       PROGRAM-ID. FRMJRPT.
           SELECT CATALOG-FILE       ASSIGN TO 'FRMJCAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
           05 JCAT-FILE-NAME            PIC X(08).
           05 FILLER                    PIC X(53).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       77 WS-TM-1                   PIC 999.
       77 WS-TM-2                   PIC 999.
               88 WS-FS-AJRNL-OK         VALUE '00'.
           05 WS-FS-CAT             PIC XX.
               88 WS-FS-CAT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-EOF-JRNL-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-AJRNL           VALUE 'Y'.
           05 WS-EOF-CAT-SW         PIC X(01)   VALUE 'N'.
               88 WS-EOF-CAT             VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       77 WS-MAX-CAT-TABLE          PIC 9(03)   VALUE 050.
       77 WS-CAT-COUNT              PIC 9(03)   VALUE ZEROS.
       01 WS-HEADER-LINE.
           05 FILLER                  PIC X(27)  VALUE
                  'FORM CHANGE HISTORY REPORT'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(09)  VALUE
                  '   PAGE: '.
           05 WS-HDR-PAGE             PIC ZZZ9.
           05 FILLER                  PIC X(48)  VALUE SPACES.

       01 WS-FIELD-COMPARE.
           05 WS-FLD-NAME             PIC X(16).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-ENTRY
               UNTIL WS-EOF-JRNL

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
      * 1000-INITIALIZE - pick up the selection card, open the
      *                   journal and the report and prime the read
               MOVE 'Y' TO WS-EOF-JRNL-SW
           END-IF

           IF NOT WS-EOF-JRNL
               PERFORM 8100-START-NEW-PAGE
               PERFORM 1200-ECHO-SELECTION
