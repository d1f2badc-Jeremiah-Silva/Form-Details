      *                         an overall verdict and a return code
      *                         the scheduler can hold the morning
      *                         distribution on
      * 15/10/26 JEREMIAH SILVA The FRMCDC change-data feed files its
      *                         run record too: it must have run,
      *                         and the adds, changes and deletes it
      *                         fed must equal what FRMMAINT applied
      * 15/10/26 JEREMIAH SILVA The FRMVRFY double-keying check files
      *                         its run record too: it must have run,
      *                         and every transaction it sent forward
      *                         on FORMTRAN must be one FRMTREDT read
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock; with no open business date
      *                         the run is refused with return code
      *                         eight. Every run record of the window
      *                         must now carry that business date, so
      *                         one filed under another cycle's date
      *                         throws the window out of balance
      * 15/10/26 JEREMIAH SILVA FRMMAINT runs once for FORMTRAN and once
      *                         for each program-cut batch, so its adds,
      *                         changes and deletes are now totalled
      *                         over every run filed for the business
      *                         date before they are held against the
      *                         change-data feed and the new master
      *                         count; FRMVRFY is now held against the
      *                         FRMTREDT run filed after it rather than
      *                         the last one; erasures the feed carried
      *                         are listed apart from the cross-foot
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMRECON.
           SELECT OPS-RPT-FILE       ASSIGN TO 'OPSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  OPS-RPT-RECORD               PIC X(80).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-RUNC            PIC XX.
               88 WS-FS-RUNC-OK          VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-EOF-RUNC-SW        PIC X(01)   VALUE 'N'.
           05 WS-IN-BALANCE-SW      PIC X(01)   VALUE 'Y'.
               88 WS-IN-BALANCE          VALUE 'Y'.
               88 WS-OUT-OF-BALANCE      VALUE 'N'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ       PIC 9(07)   VALUE ZEROS.

      * The latest run record filed by each program in the window;
      * RUNCTL extends chronologically, so the last record read for
      * a program is its most recent run. FRMMAINT runs once for
      * FORMTRAN and once for each program-cut batch, so its adds,
      * changes and deletes are also totalled over every run filed
      * for the business date; and the FRMTREDT run that reads the
      * verified FORMTRAN is the first one filed after FRMVRFY.
       01 WS-AUDIT-RUN.
           05 WS-AUD-SEEN-SW        PIC X(01)   VALUE 'N'.
               88 WS-AUD-SEEN            VALUE 'Y'.
           05 WS-MNT-REJECTED       PIC 9(07)   VALUE ZEROS.
           05 WS-MNT-NEW-MASTER     PIC 9(07)   VALUE ZEROS.
           05 WS-MNT-OUTCOME        PIC X(01)   VALUE SPACE.
           05 WS-MNT-DAY-RUNS       PIC 9(03)   VALUE ZEROS.
           05 WS-MNT-DAY-ADDS       PIC 9(07)   VALUE ZEROS.
           05 WS-MNT-DAY-CHANGES    PIC 9(07)   VALUE ZEROS.
           05 WS-MNT-DAY-DELETES    PIC 9(07)   VALUE ZEROS.

       01 WS-CDC-RUN.
           05 WS-CDC-SEEN-SW        PIC X(01)   VALUE 'N'.
               88 WS-CDC-SEEN            VALUE 'Y'.
           05 WS-CDC-DATE           PIC 9(08)   VALUE ZEROS.
           05 WS-CDC-ADDS           PIC 9(07)   VALUE ZEROS.
           05 WS-CDC-CHANGES        PIC 9(07)   VALUE ZEROS.
           05 WS-CDC-DELETES        PIC 9(07)   VALUE ZEROS.
           05 WS-CDC-ROWS           PIC 9(07)   VALUE ZEROS.
           05 WS-CDC-OUTCOME        PIC X(01)   VALUE SPACE.

       01 WS-VFY-RUN.
           05 WS-VFY-SEEN-SW        PIC X(01)   VALUE 'N'.
               88 WS-VFY-SEEN            VALUE 'Y'.
           05 WS-VFY-DATE           PIC 9(08)   VALUE ZEROS.
           05 WS-VFY-FORWARDED      PIC 9(07)   VALUE ZEROS.
           05 WS-VFY-COMPARED       PIC 9(07)   VALUE ZEROS.
           05 WS-VFY-AGREED         PIC 9(07)   VALUE ZEROS.
           05 WS-VFY-HELD           PIC 9(07)   VALUE ZEROS.
           05 WS-VFY-SETTLED        PIC 9(07)   VALUE ZEROS.
           05 WS-VFY-OUTCOME        PIC X(01)   VALUE SPACE.
           05 WS-VFY-AWAIT-EDIT-SW  PIC X(01)   VALUE 'N'.
               88 WS-VFY-AWAIT-EDIT      VALUE 'Y'.
           05 WS-VFY-EDIT-SEEN-SW   PIC X(01)   VALUE 'N'.
               88 WS-VFY-EDIT-SEEN       VALUE 'Y'.
           05 WS-VFY-EDIT-READ      PIC 9(07)   VALUE ZEROS.

       01 WS-CALC-APPLIED           PIC 9(07)   VALUE ZEROS.
       01 WS-CALC-NEW-MASTER        PIC 9(07)   VALUE ZEROS.
       01 WS-CALC-ERASURES          PIC 9(07)   VALUE ZEROS.

       01 WS-RUN-DATE.
           05 WS-RUN-CCYY             PIC 9(04).
           05 WS-RUN-MM               PIC 99.
           05 WS-RUN-DD               PIC 99.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                    PIC 9(08).

       01 WS-RPT-LINE               PIC X(80).

       01 WS-RECON-HEADER-LINE.
           05 FILLER                  PIC X(35)  VALUE
                  'OVERNIGHT WINDOW RUN RECONCILIATION'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(18)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 2000-CAPTURE-ONE-RECORD
               UNTIL WS-EOF-RUNC

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
      * 1000-INITIALIZE - open the run-control file and the
      *                   operations report, write the heading and
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN OUTPUT OPS-RPT-FILE
           IF NOT WS-FS-RPT-OK
               DISPLAY 'OPERATIONS REPORT OPEN FAILED, STATUS '
      * 2000-CAPTURE-ONE-RECORD - hold the current run record under
      *                   its program; the file extends run after
      *                   run, so the last record seen for a program
      *                   is the one this window filed. Maintenance
      *                   runs of the business date are totalled, and
      *                   the first edit run after the double-keying
      *                   check is held against it
      *-----------------------------------------------------------*
       2000-CAPTURE-ONE-RECORD.

                   MOVE RUNR-COUNT-2  TO WS-TED-ACCEPTED
                   MOVE RUNR-COUNT-3  TO WS-TED-REJECTED
                   MOVE RUNR-OUTCOME  TO WS-TED-OUTCOME
                   IF WS-VFY-AWAIT-EDIT
                       MOVE RUNR-COUNT-1 TO WS-VFY-EDIT-READ
                       SET WS-VFY-EDIT-SEEN TO TRUE
                       MOVE 'N' TO WS-VFY-AWAIT-EDIT-SW
                   END-IF
               WHEN 'FRMMAINT'
                   SET WS-MNT-SEEN TO TRUE
                   MOVE RUNR-RUN-DATE TO WS-MNT-DATE
                   MOVE RUNR-COUNT-4  TO WS-MNT-REJECTED
                   MOVE RUNR-COUNT-5  TO WS-MNT-NEW-MASTER
                   MOVE RUNR-OUTCOME  TO WS-MNT-OUTCOME
                   IF RUNR-RUN-DATE = WS-RUN-DATE-N
                       ADD 1            TO WS-MNT-DAY-RUNS
                       ADD RUNR-COUNT-1 TO WS-MNT-DAY-ADDS
                       ADD RUNR-COUNT-2 TO WS-MNT-DAY-CHANGES
                       ADD RUNR-COUNT-3 TO WS-MNT-DAY-DELETES
                   END-IF
               WHEN 'FRMCDC'
                   SET WS-CDC-SEEN TO TRUE
                   MOVE RUNR-RUN-DATE TO WS-CDC-DATE
                   MOVE RUNR-COUNT-1  TO WS-CDC-ADDS
                   MOVE RUNR-COUNT-2  TO WS-CDC-CHANGES
                   MOVE RUNR-COUNT-3  TO WS-CDC-DELETES
                   MOVE RUNR-COUNT-4  TO WS-CDC-ROWS
                   MOVE RUNR-OUTCOME  TO WS-CDC-OUTCOME
               WHEN 'FRMVRFY'
                   SET WS-VFY-SEEN TO TRUE
                   MOVE RUNR-RUN-DATE TO WS-VFY-DATE
                   MOVE RUNR-COUNT-1  TO WS-VFY-FORWARDED
                   MOVE RUNR-COUNT-2  TO WS-VFY-COMPARED
                   MOVE RUNR-COUNT-3  TO WS-VFY-AGREED
                   MOVE RUNR-COUNT-4  TO WS-VFY-HELD
                   MOVE RUNR-COUNT-5  TO WS-VFY-SETTLED
                   MOVE RUNR-OUTCOME  TO WS-VFY-OUTCOME
                   SET WS-VFY-AWAIT-EDIT TO TRUE
                   MOVE 'N' TO WS-VFY-EDIT-SEEN-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FS-RPT-OK
               PERFORM 3100-REPORT-FILED-RUNS
               PERFORM 3200-CHECK-ALL-FILED
               IF WS-VFY-SEEN
                   PERFORM 3800-CHECK-VERIFY-TO-EDIT
               END-IF
               IF WS-TED-SEEN AND WS-MNT-SEEN
                   PERFORM 3300-CHECK-EDIT-TO-MAINT
               END-IF
               IF WS-AUD-SEEN AND WS-MNT-SEEN
                   PERFORM 3500-CHECK-NEW-MASTER
               END-IF
               IF WS-MNT-SEEN AND WS-CDC-SEEN
                   PERFORM 3700-CHECK-MAINT-TO-FEED
               END-IF
               PERFORM 3600-CHECK-OWN-OUTCOMES
               PERFORM 3900-CHECK-BUSINESS-DATES
           END-IF.

       3000-EXIT.
                   AFTER ADVANCING 1 LINE
           END-IF

           IF WS-VFY-SEEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FRMVRFY  '                 DELIMITED BY SIZE
                      WS-VFY-DATE                  DELIMITED BY SIZE
                      '  SENT: '                   DELIMITED BY SIZE
                      WS-VFY-FORWARDED             DELIMITED BY SIZE
                      '  AGREED:'                  DELIMITED BY SIZE
                      WS-VFY-AGREED                DELIMITED BY SIZE
                      '  HELD: '                   DELIMITED BY SIZE
                      WS-VFY-HELD                  DELIMITED BY SIZE
                      '  SETTLED:'                 DELIMITED BY SIZE
                      WS-VFY-SETTLED               DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE OPS-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF WS-TED-SEEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FRMTREDT '                 DELIMITED BY SIZE
               END-STRING
               WRITE OPS-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING '         RUNS: '           DELIMITED BY SIZE
                      WS-MNT-DAY-RUNS              DELIMITED BY SIZE
                      '  A/C/D FOR THE DATE: '     DELIMITED BY SIZE
                      WS-MNT-DAY-ADDS              DELIMITED BY SIZE
                      '/'                          DELIMITED BY SIZE
                      WS-MNT-DAY-CHANGES           DELIMITED BY SIZE
                      '/'                          DELIMITED BY SIZE
                      WS-MNT-DAY-DELETES           DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE OPS-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF WS-CDC-SEEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FRMCDC   '                 DELIMITED BY SIZE
                      WS-CDC-DATE                  DELIMITED BY SIZE
                      '  A: '                      DELIMITED BY SIZE
                      WS-CDC-ADDS                  DELIMITED BY SIZE
                      '  C: '                      DELIMITED BY SIZE
                      WS-CDC-CHANGES               DELIMITED BY SIZE
                      '  D: '                      DELIMITED BY SIZE
                      WS-CDC-DELETES               DELIMITED BY SIZE
                      '  FEED ROWS: '              DELIMITED BY SIZE
                      WS-CDC-ROWS                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE OPS-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE SPACES TO OPS-RPT-RECORD
               MOVE 'FORM FILED NO RUN RECORD' TO WS-RPT-LINE
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF NOT WS-VFY-SEEN
               MOVE 'FRMVRFY FILED NO RUN RECORD' TO WS-RPT-LINE
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF NOT WS-TED-SEEN
               MOVE 'FRMTREDT FILED NO RUN RECORD' TO WS-RPT-LINE
               PERFORM 8000-WRITE-EXCEPTION-LINE
           IF NOT WS-MNT-SEEN
               MOVE 'FRMMAINT FILED NO RUN RECORD' TO WS-RPT-LINE
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF NOT WS-CDC-SEEN
               MOVE 'FRMCDC FILED NO RUN RECORD' TO WS-RPT-LINE
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF.

       3200-EXIT.

      *-----------------------------------------------------------*
      * 3500-CHECK-NEW-MASTER - the master the audit counted, plus
      *                   the adds and less the deletes every
      *                   maintenance run of the date applied, must
      *                   equal the last run's new master count;
      *                   the morning audit will see that same count
      *                   or the window is suspect
      *-----------------------------------------------------------*
       3500-CHECK-NEW-MASTER.

           ADD WS-AUD-READ WS-MNT-DAY-ADDS GIVING WS-CALC-NEW-MASTER
           SUBTRACT WS-MNT-DAY-DELETES FROM WS-CALC-NEW-MASTER

           IF WS-CALC-NEW-MASTER = WS-MNT-NEW-MASTER
               MOVE 'NEW MASTER COUNT AGREES WITH AUDIT PLUS MERGE'
                   TO WS-RPT-LINE
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-VFY-SEEN AND WS-VFY-OUTCOME NOT = 'C'
               MOVE 'FRMVRFY REPORTED ITS OWN RUN SUSPECT'
                   TO WS-RPT-LINE
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-TED-SEEN AND WS-TED-OUTCOME NOT = 'C'
               MOVE 'FRMTREDT REPORTED ITS OWN RUN SUSPECT'
                   TO WS-RPT-LINE
               MOVE 'FRMMAINT REPORTED ITS OWN RUN SUSPECT'
                   TO WS-RPT-LINE
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-CDC-SEEN AND WS-CDC-OUTCOME NOT = 'C'
               MOVE 'FRMCDC REPORTED ITS OWN RUN SUSPECT'
                   TO WS-RPT-LINE
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF.

       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-CHECK-MAINT-TO-FEED - the journal entries the
      *                   maintenance runs of the date posted are
      *                   exactly what the change-data feed picks up
      *                   past its high-water mark, so each count the
      *                   feed sent must equal the total over those
      *                   runs; a feed that missed a night shows here
      *                   as a double count. FRMPRIV erasures go out
      *                   as feed rows outside the three counts, so
      *                   they are listed but take no part
      *-----------------------------------------------------------*
       3700-CHECK-MAINT-TO-FEED.

           IF WS-CDC-ADDS = WS-MNT-DAY-ADDS
                   AND WS-CDC-CHANGES = WS-MNT-DAY-CHANGES
                   AND WS-CDC-DELETES = WS-MNT-DAY-DELETES
               MOVE 'CHANGE-DATA FEED AGREES WITH MAINTENANCE'
                   TO WS-RPT-LINE
               WRITE OPS-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FEED A/C/D '               DELIMITED BY SIZE
                      WS-CDC-ADDS                  DELIMITED BY SIZE
                      '/'                          DELIMITED BY SIZE
                      WS-CDC-CHANGES               DELIMITED BY SIZE
                      '/'                          DELIMITED BY SIZE
                      WS-CDC-DELETES               DELIMITED BY SIZE
                      ' BUT MAINT A/C/D '          DELIMITED BY SIZE
                      WS-MNT-DAY-ADDS              DELIMITED BY SIZE
                      '/'                          DELIMITED BY SIZE
                      WS-MNT-DAY-CHANGES           DELIMITED BY SIZE
                      '/'                          DELIMITED BY SIZE
                      WS-MNT-DAY-DELETES           DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF

           MOVE ZEROS TO WS-CALC-ERASURES
           IF WS-CDC-ROWS > WS-CDC-ADDS + WS-CDC-CHANGES
                                        + WS-CDC-DELETES
               COMPUTE WS-CALC-ERASURES = WS-CDC-ROWS - WS-CDC-ADDS
                       - WS-CDC-CHANGES - WS-CDC-DELETES
           END-IF
           IF WS-CALC-ERASURES > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FEED ALSO CARRIED '        DELIMITED BY SIZE
                      WS-CALC-ERASURES             DELIMITED BY SIZE
                      ' ERASURES'                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE OPS-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-CHECK-VERIFY-TO-EDIT - FORMTRAN is cut by the double-
      *                   keying check, so the edit run filed next
      *                   must have read exactly what the check sent
      *                   forward; any other count means FORMTRAN was
      *                   keyed into or replaced between the two. The
      *                   edit runs over the program-cut batches are
      *                   not verified and do not enter into it
      *-----------------------------------------------------------*
       3800-CHECK-VERIFY-TO-EDIT.

           EVALUATE TRUE
               WHEN NOT WS-VFY-EDIT-SEEN
                   MOVE 'NO FRMTREDT RUN FILED AFTER FRMVRFY'
                       TO WS-RPT-LINE
                   PERFORM 8000-WRITE-EXCEPTION-LINE
               WHEN WS-VFY-FORWARDED = WS-VFY-EDIT-READ
                   MOVE 'VERIFIED-IN COUNT AGREES WITH EDIT READ'
                       TO WS-RPT-LINE
                   WRITE OPS-RPT-RECORD FROM WS-RPT-LINE
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'VERIFY SENT '          DELIMITED BY SIZE
                          WS-VFY-FORWARDED         DELIMITED BY SIZE
                          ' BUT EDIT READ '        DELIMITED BY SIZE
                          WS-VFY-EDIT-READ         DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-EXCEPTION-LINE
           END-EVALUATE.

       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3900-CHECK-BUSINESS-DATES - every run record of the window
      *                   must carry the business date this check
      *                   is run under; a record filed under another
      *                   date belongs to another cycle and cannot
      *                   be cross-footed with tonight's
      *-----------------------------------------------------------*
       3900-CHECK-BUSINESS-DATES.

           IF WS-AUD-SEEN AND WS-AUD-DATE NOT = WS-RUN-DATE-N
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FRMAUDIT FILED FOR BUSINESS DATE '
                                                  DELIMITED BY SIZE
                      WS-AUD-DATE                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-FRM-SEEN AND WS-FRM-DATE NOT = WS-RUN-DATE-N
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FORM FILED FOR BUSINESS DATE '
                                                  DELIMITED BY SIZE
                      WS-FRM-DATE                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-VFY-SEEN AND WS-VFY-DATE NOT = WS-RUN-DATE-N
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FRMVRFY FILED FOR BUSINESS DATE '
                                                  DELIMITED BY SIZE
                      WS-VFY-DATE                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-TED-SEEN AND WS-TED-DATE NOT = WS-RUN-DATE-N
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FRMTREDT FILED FOR BUSINESS DATE '
                                                  DELIMITED BY SIZE
                      WS-TED-DATE                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-MNT-SEEN AND WS-MNT-DATE NOT = WS-RUN-DATE-N
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FRMMAINT FILED FOR BUSINESS DATE '
                                                  DELIMITED BY SIZE
                      WS-MNT-DATE                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-CDC-SEEN AND WS-CDC-DATE NOT = WS-RUN-DATE-N
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FRMCDC FILED FOR BUSINESS DATE '
                                                  DELIMITED BY SIZE
                      WS-CDC-DATE                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-EXCEPTION-LINE
           END-IF.

       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-EXCEPTION-LINE - file the line in WS-RPT-LINE
      *                   and mark the window out of balance
