      *                         builds, addressed to the household's
      *                         members, instead of one letter per
      *                         person at the same mailbox
      * 15/10/26 JEREMIAH SILVA The mailing extract now leads each
      *                         row with WS-FORM-KEY so the mailing
      *                         house can return it, and leaves out
      *                         anyone FRMRTML has marked gone away
      *                         on FORMGONE while the master still
      *                         holds the address the letter came
      *                         back from
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock, so a window that runs past
      *                         midnight or a rerun next morning posts
      *                         to the business day it belongs to; with
      *                         no open business date the run is refused
      *                         with return code eight, and the report
      *                         heading prints the business date
      * 15/10/26 JEREMIAH SILVA FORMGONE is now closed after a normal
      *                         run as well; the close was tested on the
      *                         open status, which the read loop leaves
      *                         at end of file
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORM.
           SELECT HHLD-XREF-FILE     ASSIGN TO 'HHLDXREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HHXR.
           SELECT GONE-AWAY-FILE     ASSIGN TO 'FORMGONE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GONE.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
               88 HH-IS-ADDRESSEE             VALUE 'Y'.
           05 FILLER                    PIC X(63).

       FD  GONE-AWAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  GONE-AWAY-RECORD.
           05 GONE-FORM-KEY             PIC 9(06).
           05 GONE-MARK-DATE            PIC 9(08).
           05 GONE-ADDRESS              PIC X(64).
           05 FILLER                    PIC X(02).

       FD  SUMMARY-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIST-RECORD.
           05 HIST-COUNT                PIC 9(07).
           05 FILLER                    PIC X(16).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       77 WS-TM-1                   PIC 999.
       77 WS-TM-2                   PIC 999.
               88 WS-FS-HIST-OK          VALUE '00'.
           05 WS-FS-HHXR            PIC XX.
               88 WS-FS-HHXR-OK          VALUE '00'.
           05 WS-FS-GONE            PIC XX.
               88 WS-FS-GONE-OK          VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-EOF-SW             PIC X(01)   VALUE 'N'.
               88 WS-HHXR-EOF-YES        VALUE 'Y'.
           05 WS-EMIT-ROW-SW        PIC X(01)  VALUE 'Y'.
               88 WS-EMIT-ROW            VALUE 'Y'.
           05 WS-GONE-EOF-SW        PIC X(01)  VALUE 'N'.
               88 WS-GONE-EOF-YES        VALUE 'Y'.
           05 WS-GONE-OPEN-SW       PIC X(01)  VALUE 'N'.
               88 WS-GONE-OPEN           VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-SELECTION.
           05 WS-SEL-KEY-FROM       PIC X(06)   VALUE SPACES.
           05 WS-FORMS-VALID        PIC 9(07)   VALUE ZEROS.
           05 WS-FORMS-INVALID      PIC 9(07)   VALUE ZEROS.
           05 WS-FORMS-BYPASSED     PIC 9(07)   VALUE ZEROS.
           05 WS-FORMS-GONE-AWAY    PIC 9(07)   VALUE ZEROS.

       77 WS-CHECKPOINT-INTERVAL     PIC 9(04)   VALUE 0100.

       01 WS-SUMM-HEADER-LINE.
           05 FILLER                  PIC X(28)  VALUE
                  'FORM SUMMARY CONTROL REPORT'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-SUMMHDR-MM           PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-SUMMHDR-DD           PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-SUMMHDR-CCYY         PIC 9(04).
           05 FILLER                  PIC X(59)  VALUE SPACES.

       77 WS-MAX-PROV-TABLE             PIC 9(03)  VALUE 100.
       77 WS-PROV-TABLE-COUNT           PIC 9(03)  VALUE ZEROS.
       01 WS-HEADER-LINE.
           05 FILLER                  PIC X(20)  VALUE
                  'FORM DETAILS REPORT'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(09)  VALUE
                  '   PAGE: '.
           05 WS-HDR-PAGE             PIC ZZZ9.
           05 FILLER                  PIC X(55)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MASTER
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
      * 1000-INITIALIZE - open files, check for a checkpoint from
      *                    a prior interrupted run, and prime the
           PERFORM 5100-LOAD-PROVINCE-TABLE
           PERFORM 5200-LOAD-DIAL-TABLE

           IF NOT WS-FS-MASTER-OK
               DISPLAY 'FORM-MASTER OPEN FAILED, STATUS ' WS-FS-MASTER
               MOVE 'Y' TO WS-EOF-SW
      *                    selection covers - or, with the H option
      *                    on the card, one record per household off
      *                    the HHLDXREF cross-reference FRMHHLD
      *                    builds, both files walking in key order;
      *                    the FORMGONE gone-away marks walk along
      *                    in key order too
      *-----------------------------------------------------------*
       6000-EXTRACT-MAILING-LIST.

                   END-IF
               END-IF

               OPEN INPUT GONE-AWAY-FILE
               IF WS-FS-GONE-OK
                   SET WS-GONE-OPEN TO TRUE
                   PERFORM 6450-READ-GONE-AWAY
               ELSE
                   SET WS-GONE-EOF-YES TO TRUE
               END-IF

               OPEN INPUT FORM-MASTER-FILE
               IF WS-FS-MASTER-OK
                   PERFORM 6100-READ-MASTER-FOR-EXTRACT
               IF WS-SEL-ONE-PER-HHLD
                   CLOSE HHLD-XREF-FILE
               END-IF
               IF WS-GONE-OPEN
                   CLOSE GONE-AWAY-FILE
               END-IF
               CLOSE MAILING-EXTRACT-FILE
               DISPLAY 'GONE AWAY......: ' WS-FORMS-GONE-AWAY
           END-IF.

       6000-EXIT.
      * 6150-EXTRACT-ONE-RECORD - write the current record to the
      *                    extract when the selection covers it (and,
      *                    under the H option, only when it is its
      *                    household's addressee, and never while
      *                    the person is marked gone away), then
      *                    read the next one
      *-----------------------------------------------------------*
       6150-EXTRACT-ONE-RECORD.

           IF WS-REC-SELECTED
               MOVE WS-FIRST-NAME OF FORM TO WS-EXTRACT-FIRST-NAME
               MOVE 'Y' TO WS-EMIT-ROW-SW
               PERFORM 6400-CHECK-GONE-AWAY
               IF WS-EMIT-ROW AND WS-SEL-ONE-PER-HHLD
                   PERFORM 6300-CHECK-HOUSEHOLD
               END-IF
               IF WS-EMIT-ROW
       6350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6400-CHECK-GONE-AWAY - step the key-ordered FORMGONE along
      *                    with the master: a person marked gone
      *                    away is suppressed while the master still
      *                    holds the address the mark was taken at;
      *                    once the address has changed the mark no
      *                    longer applies
      *-----------------------------------------------------------*
       6400-CHECK-GONE-AWAY.

           PERFORM 6450-READ-GONE-AWAY
               UNTIL WS-GONE-EOF-YES
                  OR GONE-FORM-KEY NOT < WS-FORM-KEY OF FORM

           IF NOT WS-GONE-EOF-YES
                   AND GONE-FORM-KEY = WS-FORM-KEY OF FORM
                   AND GONE-ADDRESS = WS-ADDRESS OF FORM
               MOVE 'N' TO WS-EMIT-ROW-SW
               ADD 1 TO WS-FORMS-GONE-AWAY
           END-IF.

       6400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6450-READ-GONE-AWAY - read the next gone-away mark
      *-----------------------------------------------------------*
       6450-READ-GONE-AWAY.

           READ GONE-AWAY-FILE
               AT END
                   SET WS-GONE-EOF-YES TO TRUE
           END-READ.

       6450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-READ-MASTER-FOR-EXTRACT - read one FORM-MASTER record
      *                    for the mailing-list extract pass

      *-----------------------------------------------------------*
      * 6200-WRITE-CSV-RECORD - build and write one CSV record with
      *                    columns KEY, LAST NAME, FIRST NAME,
      *                    STREET AND DISTRICT, CITY, PROVINCE,
      *                    POSTCODE; any
      *                    comma embedded in a name/address field is
      *                    replaced with a space first so it cannot
      *                    be mistaken for a column separator
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR

           STRING WS-FORM-KEY OF FORM               DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING

           MOVE WS-LAST-NAME OF FORM TO WS-CSV-FIELD
           INSPECT WS-CSV-FIELD REPLACING ALL ',' BY ' '
           MOVE ZEROS TO WS-TM-1
