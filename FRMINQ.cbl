      *                         number grouped the way its country
      *                         writes it, using the DIALREF
      *                         dialing-code reference file
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
       PROGRAM-ID. FRMINQ.
           SELECT DIAL-REF-FILE      ASSIGN TO 'DIALREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIALREF.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
           05 DIALREF-GRP-2             PIC 9(01).
           05 FILLER                    PIC X(70).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       77 WS-TM-1                   PIC 999.
       77 WS-TM-2                   PIC 999.
               88 WS-FS-RXRF-OK          VALUE '00'.
           05 WS-FS-DIALREF         PIC XX.
               88 WS-FS-DIALREF-OK       VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-EOF-CARDS-SW       PIC X(01)   VALUE 'N'.
               88 WS-DIALREF-EOF-NO      VALUE 'N'.
           05 WS-DIAL-FOUND-SW      PIC X(01)   VALUE 'N'.
               88 WS-DIAL-FOUND          VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-KEYS-ASKED         PIC 9(05)   VALUE ZEROS.
       01 WS-HEADER-LINE.
           05 FILLER                  PIC X(20)  VALUE
                  'FORM INQUIRY REPORT'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(68)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 2000-INQUIRE-ONE-KEY
               UNTIL WS-EOF-CARDS

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
      * 1000-INITIALIZE - open the master, the request cards and
      *                   the report, and prime the card read
               MOVE 'Y' TO WS-EOF-CARDS-SW
           END-IF

           PERFORM 1500-LOAD-DIAL-TABLE

           IF NOT WS-EOF-CARDS
