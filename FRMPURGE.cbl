      *                         authority refuses the run with return
      *                         code twelve and a violations line on
      *                         PURGRPT for security review
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
       PROGRAM-ID. FRMPURGE.
           SELECT OPER-AUTH-FILE     ASSIGN TO 'OPERAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
           05 OA-FUNCTION               PIC X(01).
           05 FILLER                    PIC X(63).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-MASTER          PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-AUTH            PIC XX.
               88 WS-FS-AUTH-OK          VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-FUNCTION-SW        PIC X(01)   VALUE SPACE.
               88 WS-AUTH-FOUND          VALUE 'Y'.
           05 WS-AUTH-REFUSED-SW    PIC X(01)   VALUE 'N'.
               88 WS-AUTH-REFUSED        VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-OPERATOR-ID            PIC X(08)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               IF WS-FUNC-PURGE

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
      * 1000-INITIALIZE - read the control card, open the files the
      *                   chosen function needs and work out the
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           PERFORM 1100-READ-CONTROL-CARD

           IF NOT WS-RUN-ABORTED
                      WS-CUTOFF-DATE-N              DELIMITED BY SIZE
                      '  RETAIN YEARS: '            DELIMITED BY SIZE
                      WS-RETAIN-YEARS               DELIMITED BY SIZE
                      '  BUSINESS DATE: '           DELIMITED BY SIZE
                      WS-RUN-DATE-N                 DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE PURGE-RPT-RECORD FROM WS-RPT-LINE
