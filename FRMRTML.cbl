      *****************************************************************
      * Program name:    Returned-Mail and Forwarding-Address Intake
      * Original author: Jeremiah Silva
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 JEREMIAH SILVA Created to read back the mailing
      *                         house's MAILRTN file of letters sent
      *                         off MAILEXT that came back: each row
      *                         is matched to FORM-MASTER by its
      *                         WS-FORM-KEY; a forwarding address is
      *                         cut as a CHANGE on RTMTRAN in FORMTRAN
      *                         layout with a batch header and
      *                         trailer, so it applies through the
      *                         journaled FRMTREDT/FRMMAINT path like
      *                         any keyed batch; an undeliverable
      *                         row marks the person gone away on the
      *                         key-ordered FORMGONE file with the
      *                         address the letter went to, which the
      *                         FORM mailing extract and FRMHHLD
      *                         honour until the master address
      *                         changes - a mark whose address has
      *                         since changed (or whose key has gone)
      *                         is dropped here on the next run
      * 15/10/26 JEREMIAH SILVA The forwarding batch header names
      *                         FRMRTML as its keying operator, batch
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
      * 15/10/26 JEREMIAH SILVA The forwarding batch trailer is now cut
      *                         only when the header was written, so a
      *                         run refused at the start no longer
      *                         leaves a trailer with no header
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMRTML.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORM-MASTER-FILE   ASSIGN TO 'FORMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-FORM-KEY OF FORM
               FILE STATUS IS WS-FS-MASTER.
           SELECT RETURNED-MAIL-FILE ASSIGN TO 'MAILRTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RTN.
           SELECT FORWARD-TRAN-FILE  ASSIGN TO 'RTMTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FTRN.
           SELECT GONE-AWAY-FILE     ASSIGN TO 'FORMGONE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GONE.
           SELECT GONE-SORT-FILE     ASSIGN TO 'FRMRTMLW'.
           SELECT RETURN-RPT-FILE    ASSIGN TO 'RTMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
       FD  FORM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY 'LAYOUT001.CPY'.

      * One row per letter the mailing house could not deliver: G
      * when the addressee has gone away, F when the post office
      * gave a forwarding address, which then follows in our own
      * address layout
       FD  RETURNED-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURNED-MAIL-RECORD.
           05 RT-FORM-KEY               PIC X(06).
           05 RT-RETURN-TYPE            PIC X(01).
               88 RT-IS-GONE-AWAY             VALUE 'G'.
               88 RT-IS-FORWARDING            VALUE 'F'.
           05 RT-RETURN-DATE            PIC X(08).
           05 RT-FWD-ADDRESS.
               07 RT-FWD-STREET         PIC X(20).
               07 RT-FWD-DISTRICT       PIC X(15).
               07 RT-FWD-CITY           PIC X(15).
               07 RT-FWD-PROVINCE       PIC X(08).
               07 RT-FWD-POSTCODE       PIC X(06).
           05 FILLER                    PIC X(01).

       FD  FORWARD-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRAN-RECORD.
           05 TRAN-CODE                PIC X(01).
               88 TRAN-IS-ADD                VALUE 'A'.
               88 TRAN-IS-CHANGE              VALUE 'C'.
               88 TRAN-IS-DELETE              VALUE 'D'.
       COPY 'LAYOUT001T.CPY'.
       01  TRAN-CONTROL-RECORD.
       COPY 'LAYOUT001C.CPY'.

      * Gone-away marks in WS-FORM-KEY order, each with the address
      * the returned letter was sent to; the mark holds only while
      * the master still carries that address
       FD  GONE-AWAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  GONE-AWAY-RECORD.
           05 GONE-FORM-KEY             PIC 9(06).
           05 GONE-MARK-DATE            PIC 9(08).
           05 GONE-ADDRESS              PIC X(64).
           05 FILLER                    PIC X(02).

       SD  GONE-SORT-FILE.
       01  GONE-SORT-RECORD.
           05 GS-FORM-KEY               PIC 9(06).
           05 GS-MARK-DATE              PIC 9(08).
           05 GS-ADDRESS                PIC X(64).
           05 FILLER                    PIC X(02).

       FD  RETURN-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-RPT-RECORD            PIC X(80).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-MASTER          PIC XX.
               88 WS-FS-MASTER-OK        VALUE '00'.
           05 WS-FS-RTN             PIC XX.
               88 WS-FS-RTN-OK           VALUE '00'.
           05 WS-FS-FTRN            PIC XX.
               88 WS-FS-FTRN-OK          VALUE '00'.
           05 WS-FS-GONE            PIC XX.
               88 WS-FS-GONE-OK          VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
               88 WS-RUN-ABORTED         VALUE 'Y'.
           05 WS-EOF-RTN-SW         PIC X(01)   VALUE 'N'.
               88 WS-EOF-RTN             VALUE 'Y'.
           05 WS-EOF-GONE-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-GONE            VALUE 'Y'.
           05 WS-EOF-SORT-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-SORT            VALUE 'Y'.
           05 WS-ROW-GOOD-SW        PIC X(01)   VALUE 'Y'.
               88 WS-ROW-GOOD            VALUE 'Y'.
               88 WS-ROW-REFUSED         VALUE 'N'.
           05 WS-RECORD-FOUND-SW    PIC X(01)   VALUE 'N'.
               88 WS-RECORD-FOUND        VALUE 'Y'.
           05 WS-HELD-MARK-SW       PIC X(01)   VALUE 'N'.
               88 WS-HELD-MARK           VALUE 'Y'.
           05 WS-BATCH-HDR-SW       PIC X(01)   VALUE 'N'.
               88 WS-BATCH-HDR-WRITTEN   VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-ROWS-READ          PIC 9(07)   VALUE ZEROS.
           05 WS-ROWS-FORWARDED     PIC 9(07)   VALUE ZEROS.
           05 WS-ROWS-GONE-AWAY     PIC 9(07)   VALUE ZEROS.
           05 WS-ROWS-REFUSED       PIC 9(07)   VALUE ZEROS.
           05 WS-MARKS-CARRIED      PIC 9(07)   VALUE ZEROS.
           05 WS-MARKS-CLEARED      PIC 9(07)   VALUE ZEROS.
           05 WS-MARKS-ON-FILE      PIC 9(07)   VALUE ZEROS.

       01 WS-BATCH-CONTROLS.
           05 WS-CHANGES-CUT        PIC 9(07)   VALUE ZEROS.
           05 WS-CUT-KEY-HASH       PIC 9(12)   VALUE ZEROS.

       01 WS-REFUSE-REASON          PIC X(40).

      * The last mark released to the output side, held back until
      * the next key shows whether a newer mark for the same person
      * replaces it
       01 WS-HELD-GONE-RECORD.
           05 WS-HELD-FORM-KEY          PIC 9(06).
           05 WS-HELD-MARK-DATE         PIC 9(08).
           05 WS-HELD-ADDRESS           PIC X(64).
           05 FILLER                    PIC X(02).

       01 WS-RUN-DATE.
           05 WS-RUN-CCYY             PIC 9(04).
           05 WS-RUN-MM               PIC 99.
           05 WS-RUN-DD               PIC 99.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                    PIC 9(08).

       01 WS-RPT-LINE               PIC X(80).

       01 WS-RTML-HEADER-LINE.
           05 FILLER                  PIC X(30)  VALUE
                  'FORM RETURNED MAIL REPORT'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(23)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               SORT GONE-SORT-FILE
                   ON ASCENDING KEY GS-FORM-KEY  OF GONE-SORT-RECORD
                                    GS-MARK-DATE OF GONE-SORT-RECORD
                   INPUT PROCEDURE IS 2000-GATHER-GONE-AWAY
                   OUTPUT PROCEDURE IS 5000-WRITE-GONE-AWAY
           END-IF
           PERFORM 9000-TERMINATE

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
      * 1000-INITIALIZE - open the master, the returned-mail file,
      *                   the forwarding batch and the report, and
      *                   write the batch header and report heading
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT FORM-MASTER-FILE
           IF NOT WS-FS-MASTER-OK
               DISPLAY 'FORM-MASTER OPEN FAILED, STATUS ' WS-FS-MASTER
               SET WS-RUN-ABORTED TO TRUE
           END-IF

           OPEN INPUT RETURNED-MAIL-FILE
           IF NOT WS-FS-RTN-OK
               DISPLAY 'RETURNED MAIL OPEN FAILED, STATUS ' WS-FS-RTN
               SET WS-RUN-ABORTED TO TRUE
           END-IF

           OPEN OUTPUT FORWARD-TRAN-FILE
           IF NOT WS-FS-FTRN-OK
               DISPLAY 'FORWARDING BATCH OPEN FAILED, STATUS '
                       WS-FS-FTRN
               SET WS-RUN-ABORTED TO TRUE
           END-IF

           OPEN OUTPUT RETURN-RPT-FILE
           IF NOT WS-FS-RPT-OK
               DISPLAY 'RETURNED MAIL REPORT OPEN FAILED, STATUS '
                       WS-FS-RPT
               SET WS-RUN-ABORTED TO TRUE
           END-IF

           IF NOT WS-RUN-ABORTED
               MOVE SPACES          TO TRAN-CONTROL-RECORD
               MOVE 'H'             TO TCTL-CODE
               MOVE WS-RUN-DATE-N   TO TCTL-BATCH-DATE
               MOVE ZEROS           TO TCTL-EXP-ADDS
               MOVE ZEROS           TO TCTL-EXP-CHANGES
               MOVE ZEROS           TO TCTL-EXP-DELETES
               MOVE ZEROS           TO TCTL-KEY-HASH
               MOVE 'FRMRTML'       TO TCTL-OPERATOR-ID
               MOVE ZEROS           TO TCTL-BATCH-NUMBER
               WRITE TRAN-CONTROL-RECORD
               SET WS-BATCH-HDR-WRITTEN TO TRUE

               MOVE WS-RUN-MM   TO WS-HDR-MM
               MOVE WS-RUN-DD   TO WS-HDR-DD
               MOVE WS-RUN-CCYY TO WS-HDR-CCYY
               WRITE RETURN-RPT-RECORD FROM WS-RTML-HEADER-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO RETURN-RPT-RECORD
               WRITE RETURN-RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-GATHER-GONE-AWAY - feed the mark sort: first the marks
      *                   already on FORMGONE that still hold, then
      *                   the returned-mail rows, each forwarding
      *                   row cutting its CHANGE and each gone-away
      *                   row releasing a new mark
      *-----------------------------------------------------------*
       2000-GATHER-GONE-AWAY.

           PERFORM 2100-CARRY-FORWARD-MARKS

           PERFORM 2300-READ-RETURNED-MAIL
           PERFORM 3000-PROCESS-ONE-RETURN
               UNTIL WS-EOF-RTN.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CARRY-FORWARD-MARKS - walk the existing FORMGONE; no
      *                   file yet just means nobody is marked
      *-----------------------------------------------------------*
       2100-CARRY-FORWARD-MARKS.

           OPEN INPUT GONE-AWAY-FILE
           IF WS-FS-GONE-OK
               PERFORM 2110-READ-GONE-AWAY
               PERFORM 2120-CARRY-ONE-MARK
                   UNTIL WS-EOF-GONE
               CLOSE GONE-AWAY-FILE
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2110-READ-GONE-AWAY - read the next existing mark
      *-----------------------------------------------------------*
       2110-READ-GONE-AWAY.

           READ GONE-AWAY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-GONE-SW
           END-READ.

       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2120-CARRY-ONE-MARK - a mark is kept while its key is on the
      *                   master with the address it was marked at;
      *                   once the address has been changed (or the
      *                   record deleted) the mark is cleared
      *-----------------------------------------------------------*
       2120-CARRY-ONE-MARK.

           MOVE 'N' TO WS-RECORD-FOUND-SW
           MOVE GONE-FORM-KEY TO WS-FORM-KEY OF FORM
           READ FORM-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ

           IF WS-RECORD-FOUND
                   AND WS-ADDRESS OF FORM = GONE-ADDRESS
               MOVE GONE-AWAY-RECORD TO GONE-SORT-RECORD
               RELEASE GONE-SORT-RECORD
               ADD 1 TO WS-MARKS-CARRIED
           ELSE
               ADD 1 TO WS-MARKS-CLEARED
               MOVE SPACES TO WS-RPT-LINE
               STRING 'MARK CLEARED  KEY: '       DELIMITED BY SIZE
                      GONE-FORM-KEY                DELIMITED BY SIZE
                      '  MARKED: '                 DELIMITED BY SIZE
                      GONE-MARK-DATE               DELIMITED BY SIZE
                      '  ADDRESS CHANGED OR DELETED'
                                                   DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RETURN-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 2110-READ-GONE-AWAY.

       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-READ-RETURNED-MAIL - read the next returned-mail row
      *-----------------------------------------------------------*
       2300-READ-RETURNED-MAIL.

           READ RETURNED-MAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-RTN-SW
           END-READ.

       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PROCESS-ONE-RETURN - vet the row, read the person it
      *                   names and either cut the forwarding CHANGE
      *                   or release the gone-away mark; a row that
      *                   cannot be honoured is refused with its
      *                   reason and the master is left alone
      *-----------------------------------------------------------*
       3000-PROCESS-ONE-RETURN.

           ADD 1 TO WS-ROWS-READ
           MOVE 'Y'    TO WS-ROW-GOOD-SW
           MOVE SPACES TO WS-REFUSE-REASON

           IF RT-FORM-KEY NOT NUMERIC
               MOVE 'KEY NOT NUMERIC' TO WS-REFUSE-REASON
               MOVE 'N' TO WS-ROW-GOOD-SW
           ELSE
               IF NOT RT-IS-GONE-AWAY AND NOT RT-IS-FORWARDING
                   MOVE 'RETURN TYPE NOT G OR F' TO WS-REFUSE-REASON
                   MOVE 'N' TO WS-ROW-GOOD-SW
               END-IF
           END-IF

           IF WS-ROW-GOOD AND RT-IS-FORWARDING
               IF RT-FWD-STREET = SPACES
                       OR RT-FWD-CITY = SPACES
                       OR RT-FWD-POSTCODE = SPACES
                   MOVE 'FORWARDING ADDRESS INCOMPLETE'
                       TO WS-REFUSE-REASON
                   MOVE 'N' TO WS-ROW-GOOD-SW
               END-IF
           END-IF

           IF WS-ROW-GOOD
               MOVE 'N' TO WS-RECORD-FOUND-SW
               MOVE RT-FORM-KEY TO WS-FORM-KEY OF FORM
               READ FORM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECORD-FOUND TO TRUE
               END-READ
               IF NOT WS-RECORD-FOUND
                   MOVE 'KEY NOT ON FILE' TO WS-REFUSE-REASON
                   MOVE 'N' TO WS-ROW-GOOD-SW
               END-IF
           END-IF

           IF WS-ROW-GOOD
               IF RT-IS-FORWARDING
                   PERFORM 3100-CUT-FORWARDING-CHANGE
               ELSE
                   PERFORM 3200-RELEASE-GONE-AWAY
               END-IF
           ELSE
               PERFORM 3500-REPORT-REFUSED-ROW
               ADD 1 TO WS-ROWS-REFUSED
           END-IF

           PERFORM 2300-READ-RETURNED-MAIL.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CUT-FORWARDING-CHANGE - the master record as it stands
      *                   with the forwarding address in place of
      *                   the old one, as one CHANGE counted into
      *                   the batch controls for the trailer; the
      *                   edit and update runs check the province
      *                   and postcode like any keyed change
      *-----------------------------------------------------------*
       3100-CUT-FORWARDING-CHANGE.

           MOVE RT-FWD-STREET   TO WS-STREET OF FORM
           MOVE RT-FWD-DISTRICT TO WS-DISTRICT OF FORM
           MOVE RT-FWD-CITY     TO WS-CITY OF FORM
           MOVE RT-FWD-PROVINCE TO WS-PROVINCE OF FORM
           MOVE RT-FWD-POSTCODE TO WS-POSTCODE OF FORM

           MOVE SPACES                 TO TRAN-RECORD
           MOVE 'C'                    TO TRAN-CODE OF TRAN-RECORD
           MOVE FORM                   TO TRAN-FORM-DATA
           WRITE TRAN-RECORD
           ADD 1 TO WS-CHANGES-CUT
           ADD WS-FORM-KEY OF FORM TO WS-CUT-KEY-HASH
           ADD 1 TO WS-ROWS-FORWARDED

           MOVE SPACES TO WS-RPT-LINE
           STRING 'FORWARDED     KEY: '           DELIMITED BY SIZE
                  RT-FORM-KEY                      DELIMITED BY SIZE
                  '  TO: '                         DELIMITED BY SIZE
                  RT-FWD-STREET                    DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  RT-FWD-CITY                      DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  RT-FWD-POSTCODE                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RETURN-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-RELEASE-GONE-AWAY - mark the person gone away at the
      *                   address the master holds for them now
      *-----------------------------------------------------------*
       3200-RELEASE-GONE-AWAY.

           MOVE SPACES              TO GONE-SORT-RECORD
           MOVE WS-FORM-KEY OF FORM TO GS-FORM-KEY
           MOVE WS-RUN-DATE-N       TO GS-MARK-DATE
           MOVE WS-ADDRESS OF FORM  TO GS-ADDRESS
           RELEASE GONE-SORT-RECORD
           ADD 1 TO WS-ROWS-GONE-AWAY

           MOVE SPACES TO WS-RPT-LINE
           STRING 'GONE AWAY     KEY: '           DELIMITED BY SIZE
                  RT-FORM-KEY                      DELIMITED BY SIZE
                  '  AT: '                         DELIMITED BY SIZE
                  WS-STREET OF FORM                DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-CITY OF FORM                  DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-POSTCODE OF FORM              DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RETURN-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-REPORT-REFUSED-ROW - one line per row refused, with
      *                   the reason and the row as received, so a
      *                   bad row never just disappears
      *-----------------------------------------------------------*
       3500-REPORT-REFUSED-ROW.

           MOVE SPACES TO WS-RPT-LINE
           STRING 'REFUSED       KEY: '           DELIMITED BY SIZE
                  RT-FORM-KEY                      DELIMITED BY SIZE
                  '  TYPE: '                       DELIMITED BY SIZE
                  RT-RETURN-TYPE                   DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  WS-REFUSE-REASON                 DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RETURN-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE
           MOVE RETURNED-MAIL-RECORD TO WS-RPT-LINE
           WRITE RETURN-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-GONE-AWAY - rewrite FORMGONE from the sort in key
      *                   order, one mark per person: where a
      *                   person is marked more than once the newest
      *                   mark (last in date order) is the one kept
      *-----------------------------------------------------------*
       5000-WRITE-GONE-AWAY.

           OPEN OUTPUT GONE-AWAY-FILE
           IF NOT WS-FS-GONE-OK
               DISPLAY 'GONE-AWAY FILE OPEN FAILED, STATUS '
                       WS-FS-GONE
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 5100-RETURN-GONE-SORT
               PERFORM 5200-WRITE-ONE-MARK
                   UNTIL WS-EOF-SORT
               IF WS-HELD-MARK
                   PERFORM 5300-WRITE-HELD-MARK
               END-IF
               CLOSE GONE-AWAY-FILE
           END-IF.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-RETURN-GONE-SORT - take the next mark from the sort
      *-----------------------------------------------------------*
       5100-RETURN-GONE-SORT.

           RETURN GONE-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORT-SW
           END-RETURN.

       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-WRITE-ONE-MARK - a new key writes the mark held for the
      *                   previous one; the same key just replaces
      *                   the held mark with the newer one
      *-----------------------------------------------------------*
       5200-WRITE-ONE-MARK.

           IF WS-HELD-MARK
                   AND GS-FORM-KEY NOT = WS-HELD-FORM-KEY
               PERFORM 5300-WRITE-HELD-MARK
           END-IF

           MOVE GONE-SORT-RECORD TO WS-HELD-GONE-RECORD
           SET WS-HELD-MARK TO TRUE

           PERFORM 5100-RETURN-GONE-SORT.

       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5300-WRITE-HELD-MARK - write the held mark to FORMGONE
      *-----------------------------------------------------------*
       5300-WRITE-HELD-MARK.

           MOVE WS-HELD-GONE-RECORD TO GONE-AWAY-RECORD
           WRITE GONE-AWAY-RECORD
           ADD 1 TO WS-MARKS-ON-FILE.

       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - cut the batch trailer covering the CHANGE
      *                   transactions, file the totals and close;
      *                   the trailer goes out only behind a header,
      *                   so a run refused at the start leaves the
      *                   forwarding batch empty rather than a
      *                   trailer alone
      *-----------------------------------------------------------*
       9000-TERMINATE.

           IF WS-FS-FTRN-OK AND WS-BATCH-HDR-WRITTEN
               MOVE SPACES          TO TRAN-CONTROL-RECORD
               MOVE 'T'             TO TCTL-CODE
               MOVE WS-RUN-DATE-N   TO TCTL-BATCH-DATE
               MOVE ZEROS           TO TCTL-EXP-ADDS
               MOVE WS-CHANGES-CUT  TO TCTL-EXP-CHANGES
               MOVE ZEROS           TO TCTL-EXP-DELETES
               MOVE WS-CUT-KEY-HASH TO TCTL-KEY-HASH
               WRITE TRAN-CONTROL-RECORD
           END-IF

           IF WS-FS-RPT-OK
               MOVE SPACES TO RETURN-RPT-RECORD
               WRITE RETURN-RPT-RECORD AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ROWS READ: '               DELIMITED BY SIZE
                      WS-ROWS-READ                 DELIMITED BY SIZE
                      '  FORWARDED: '              DELIMITED BY SIZE
                      WS-ROWS-FORWARDED            DELIMITED BY SIZE
                      '  GONE AWAY: '              DELIMITED BY SIZE
                      WS-ROWS-GONE-AWAY            DELIMITED BY SIZE
                      '  REFUSED: '                DELIMITED BY SIZE
                      WS-ROWS-REFUSED              DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RETURN-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'MARKS CARRIED: '           DELIMITED BY SIZE
                      WS-MARKS-CARRIED             DELIMITED BY SIZE
                      '  CLEARED: '                DELIMITED BY SIZE
                      WS-MARKS-CLEARED             DELIMITED BY SIZE
                      '  NOW ON FILE: '            DELIMITED BY SIZE
                      WS-MARKS-ON-FILE             DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RETURN-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           CLOSE FORM-MASTER-FILE
           CLOSE RETURNED-MAIL-FILE
           CLOSE FORWARD-TRAN-FILE
           CLOSE RETURN-RPT-FILE

           DISPLAY 'ROWS READ......: ' WS-ROWS-READ
           DISPLAY 'ROWS FORWARDED.: ' WS-ROWS-FORWARDED
           DISPLAY 'ROWS GONE AWAY.: ' WS-ROWS-GONE-AWAY
           DISPLAY 'ROWS REFUSED...: ' WS-ROWS-REFUSED
           DISPLAY 'MARKS ON FILE..: ' WS-MARKS-ON-FILE

           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

       END PROGRAM FRMRTML.
