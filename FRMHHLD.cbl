      *                         with a report of household counts by
      *                         province so the postage saving shows
      *                         before a mailing commits
      * 15/10/26 JEREMIAH SILVA A person FRMRTML has marked gone away
      *                         on FORMGONE, while the master still
      *                         holds the address the mark was taken
      *                         at, no longer joins a household, so
      *                         the addressee is always someone still
      *                         at the address; the count left out
      *                         shows on the report
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
       PROGRAM-ID. FRMHHLD.
           SELECT HHLD-XREF-FILE     ASSIGN TO 'HHLDXREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.
           SELECT GONE-AWAY-FILE     ASSIGN TO 'FORMGONE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GONE.
           SELECT HHLD-RPT-FILE      ASSIGN TO 'HHLDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
           05 HH-ADDRESSEE-SW           PIC X(01).
           05 FILLER                    PIC X(63).

       FD  GONE-AWAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  GONE-AWAY-RECORD.
           05 GONE-FORM-KEY             PIC 9(06).
           05 GONE-MARK-DATE            PIC 9(08).
           05 GONE-ADDRESS              PIC X(64).
           05 FILLER                    PIC X(02).

       FD  HHLD-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HHLD-RPT-RECORD              PIC X(80).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-MASTER          PIC XX.
               88 WS-FS-XREF-OK          VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-GONE            PIC XX.
               88 WS-FS-GONE-OK          VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-EOF-MASTER-SW      PIC X(01)   VALUE 'N'.
               88 WS-EOF-ASRT            VALUE 'Y'.
           05 WS-GROUP-OPEN-SW      PIC X(01)   VALUE 'N'.
               88 WS-GROUP-OPEN          VALUE 'Y'.
           05 WS-EOF-GONE-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-GONE            VALUE 'Y'.
           05 WS-GONE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-GONE-OPEN           VALUE 'Y'.
           05 WS-GONE-AWAY-SW       PIC X(01)   VALUE 'N'.
               88 WS-GONE-AWAY           VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ       PIC 9(07)   VALUE ZEROS.
           05 WS-HOUSEHOLDS         PIC 9(07)   VALUE ZEROS.
           05 WS-MULTI-HOUSEHOLDS   PIC 9(07)   VALUE ZEROS.
           05 WS-GONE-AWAY-LEFT-OUT PIC 9(07)   VALUE ZEROS.

       01 WS-GROUP-CONTROL.
           05 WS-GRP-ADDR-ID        PIC X(41)   VALUE SPACES.
       01 WS-HHLD-HEADER-LINE.
           05 FILLER                  PIC X(33)  VALUE
                  'FORM HOUSEHOLD ASSIGNMENT REPORT'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(20)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-RECORD
               UNTIL WS-EOF-ASRT

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
      * 1000-INITIALIZE - sort the master by its upper-cased
      *                   street/city/postcode so one mailbox's
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN OUTPUT HHLD-RPT-FILE
           IF NOT WS-FS-RPT-OK
               DISPLAY 'HOUSEHOLD REPORT OPEN FAILED, STATUS '
      * 1100-RELEASE-MASTER - feed the sort one record per person,
      *                   the address fields upper-cased so case
      *                   and trailing-space differences group
      *                   rather than split; the gone-away marks
      *                   walk along in key order (no FORMGONE just
      *                   means nobody is marked)
      *-----------------------------------------------------------*
       1100-RELEASE-MASTER.

           OPEN INPUT GONE-AWAY-FILE
           IF WS-FS-GONE-OK
               SET WS-GONE-OPEN TO TRUE
               PERFORM 1140-READ-GONE-AWAY
           ELSE
               MOVE 'Y' TO WS-EOF-GONE-SW
           END-IF

           OPEN INPUT FORM-MASTER-FILE
           IF NOT WS-FS-MASTER-OK
               DISPLAY 'FORM-MASTER OPEN FAILED, STATUS '
               PERFORM 1110-RELEASE-ONE-RECORD
                   UNTIL WS-EOF-MASTER
               CLOSE FORM-MASTER-FILE
           END-IF

           IF WS-GONE-OPEN
               CLOSE GONE-AWAY-FILE
           END-IF.

       1100-EXIT.
       1110-RELEASE-ONE-RECORD.

           ADD 1 TO WS-RECORDS-READ
           PERFORM 1130-CHECK-GONE-AWAY
           IF WS-GONE-AWAY
               ADD 1 TO WS-GONE-AWAY-LEFT-OUT
           ELSE
               PERFORM 1115-RELEASE-ADDRESS
           END-IF
           PERFORM 1120-READ-MASTER.

       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1115-RELEASE-ADDRESS - release the current person to the
      *                   address sort
      *-----------------------------------------------------------*
       1115-RELEASE-ADDRESS.

           MOVE FUNCTION UPPER-CASE(WS-STREET OF FORM)
               TO AS-STREET OF ADDR-SORT-RECORD
           MOVE FUNCTION UPPER-CASE(WS-CITY OF FORM)
               TO AS-FORM-KEY OF ADDR-SORT-RECORD
           MOVE WS-PROVINCE OF FORM
               TO AS-PROVINCE OF ADDR-SORT-RECORD
           RELEASE ADDR-SORT-RECORD.

       1115-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1130-CHECK-GONE-AWAY - step FORMGONE up to the current key;
      *                   the person is gone away while the master
      *                   still holds the address they were marked
      *                   at
      *-----------------------------------------------------------*
       1130-CHECK-GONE-AWAY.

           MOVE 'N' TO WS-GONE-AWAY-SW
           PERFORM 1140-READ-GONE-AWAY
               UNTIL WS-EOF-GONE
                  OR GONE-FORM-KEY NOT < WS-FORM-KEY OF FORM

           IF NOT WS-EOF-GONE
                   AND GONE-FORM-KEY = WS-FORM-KEY OF FORM
                   AND GONE-ADDRESS = WS-ADDRESS OF FORM
               SET WS-GONE-AWAY TO TRUE
           END-IF.

       1130-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1140-READ-GONE-AWAY - read the next gone-away mark
      *-----------------------------------------------------------*
       1140-READ-GONE-AWAY.

           READ GONE-AWAY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-GONE-SW
           END-READ.

       1140-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ONE-RECORD - records arrive grouped by
      *                   address; when the address changes, the
               END-STRING
               WRITE HHLD-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'GONE AWAY - LEFT OUT OF HOUSEHOLDS: '
                                                   DELIMITED BY SIZE
                      WS-GONE-AWAY-LEFT-OUT        DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE HHLD-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       4000-EXIT.

           DISPLAY 'PERSONS READ...: ' WS-RECORDS-READ
           DISPLAY 'HOUSEHOLDS.....: ' WS-HOUSEHOLDS
           DISPLAY 'SHARED MAILBOX.: ' WS-MULTI-HOUSEHOLDS
           DISPLAY 'GONE AWAY......: ' WS-GONE-AWAY-LEFT-OUT.

       9000-EXIT.
           EXIT.
