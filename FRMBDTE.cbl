      *****************************************************************
      * Program name:    FORM Business Date Control
      * Original author: Jeremiah Silva
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 JEREMIAH SILVA Created to keep the one BUSDATE record
      *                         every program of the overnight window
      *                         now takes its processing date from. A
      *                         BDTECTL card opens the next business
      *                         date (closing the current one if it is
      *                         still open), closes the current date,
      *                         or reopens it for a rerun; each needs
      *                         that function's authority for FRMBDTE
      *                         on OPERAUTH, and a refusal ends with
      *                         return code twelve. No card at all
      *                         just reports the current date
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMBDTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.
           SELECT CONTROL-CARD-FILE  ASSIGN TO 'BDTECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT BDTE-RPT-FILE      ASSIGN TO 'BDTERPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT OPER-AUTH-FILE     ASSIGN TO 'OPERAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

      * One card: O opens the next business date - the one in
      * columns 10-17, or the day after the current date when they
      * are blank (the very first date must be given) - C closes
      * the current date, R reopens a closed current date.
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 BD-FUNCTION               PIC X(01).
               88 BD-IS-OPEN                  VALUE 'O'.
               88 BD-IS-CLOSE                 VALUE 'C'.
               88 BD-IS-REOPEN                VALUE 'R'.
           05 BD-OPERATOR-ID            PIC X(08).
           05 BD-NEW-DATE               PIC X(08).
           05 BD-NEW-DATE-N REDEFINES BD-NEW-DATE
                                        PIC 9(08).
           05 FILLER                    PIC X(63).

       FD  BDTE-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BDTE-RPT-RECORD              PIC X(80).

       FD  OPER-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERAUTH-RECORD.
           05 OA-OPERATOR-ID            PIC X(08).
           05 OA-PROGRAM                PIC X(08).
           05 OA-FUNCTION               PIC X(01).
           05 FILLER                    PIC X(63).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.
           05 WS-FS-CTL             PIC XX.
               88 WS-FS-CTL-OK           VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-AUTH            PIC XX.
               88 WS-FS-AUTH-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-FUNCTION-SW        PIC X(01)   VALUE 'N'.
               88 WS-FUNC-REPORT         VALUE 'N'.
               88 WS-FUNC-OPEN           VALUE 'O'.
               88 WS-FUNC-CLOSE          VALUE 'C'.
               88 WS-FUNC-REOPEN         VALUE 'R'.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
               88 WS-RUN-ABORTED         VALUE 'Y'.
           05 WS-DATE-ON-FILE-SW    PIC X(01)   VALUE 'N'.
               88 WS-DATE-ON-FILE        VALUE 'Y'.
           05 WS-EOF-AUTH-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-AUTH            VALUE 'Y'.
           05 WS-AUTH-FOUND-SW      PIC X(01)   VALUE 'N'.
               88 WS-AUTH-FOUND          VALUE 'Y'.
           05 WS-AUTH-REFUSED-SW    PIC X(01)   VALUE 'N'.
               88 WS-AUTH-REFUSED        VALUE 'Y'.

       01 WS-OPERATOR-ID            PIC X(08)   VALUE SPACES.

       77 WS-MAX-AUTH-TABLE         PIC 9(03)   VALUE 100.
       77 WS-AUTH-TABLE-COUNT       PIC 9(03)   VALUE ZEROS.

       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-AUTH-TABLE-COUNT
                   INDEXED BY WS-AUTH-IDX.
               07 WS-AUTH-TAB-OPERATOR     PIC X(08).
               07 WS-AUTH-TAB-PROGRAM      PIC X(08).
               07 WS-AUTH-TAB-FUNCTION     PIC X(01).

       01 WS-CHECK-FUNCTION         PIC X(01)   VALUE SPACE.

      * The record as it stood when the run began, and the dates
      * the change works with.
       01 WS-CURRENT-RECORD.
           05 WS-CUR-DATE           PIC 9(08)   VALUE ZEROS.
           05 WS-CUR-STATUS         PIC X(01)   VALUE SPACE.
               88 WS-CUR-IS-OPEN         VALUE 'O'.
               88 WS-CUR-IS-CLOSED       VALUE 'C'.
           05 WS-CUR-PRIOR-DATE     PIC 9(08)   VALUE ZEROS.
           05 WS-CUR-CHANGED-BY     PIC X(08)   VALUE SPACES.
           05 WS-CUR-CHANGED-ON     PIC 9(08)   VALUE ZEROS.

       01 WS-NEW-DATE.
           05 WS-NEW-CCYY             PIC 9(04).
           05 WS-NEW-MM               PIC 99.
           05 WS-NEW-DD               PIC 99.
       01 WS-NEW-DATE-N REDEFINES WS-NEW-DATE
                                    PIC 9(08).

       01 WS-CLOCK-DATE-N           PIC 9(08)   VALUE ZEROS.
       01 WS-CLOCK-TIME-N           PIC 9(06)   VALUE ZEROS.
       01 WS-DATE-INT               PIC 9(07)   VALUE ZEROS.
       01 WS-DAYS-PASSED            PIC 9(05)   VALUE ZEROS.
       01 WS-REFUSAL-TEXT           PIC X(50)   VALUE SPACES.
       01 WS-STATUS-TEXT            PIC X(08)   VALUE SPACES.

       01 WS-RPT-LINE               PIC X(80).

       01 WS-BDTE-HEADER-LINE.
           05 FILLER                  PIC X(30)  VALUE
                  'FORM BUSINESS DATE CONTROL'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(24)  VALUE SPACES.

       01 WS-HDR-DATE.
           05 WS-HDR-DATE-CCYY        PIC 9(04).
           05 WS-HDR-DATE-MM          PIC 99.
           05 WS-HDR-DATE-DD          PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-REPORT-CURRENT-DATE
               EVALUATE TRUE
                   WHEN WS-FUNC-OPEN
                       PERFORM 3000-OPEN-NEXT-DATE
                   WHEN WS-FUNC-CLOSE
                       PERFORM 4000-CLOSE-CURRENT-DATE
                   WHEN WS-FUNC-REOPEN
                       PERFORM 5000-REOPEN-CURRENT-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 9000-TERMINATE

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - read the control card and the business
      *                   date as it stands, open the report and
      *                   check the operator may make the change
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-DATE-N
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CLOCK-TIME-N

           PERFORM 1100-READ-CONTROL-CARD

           IF NOT WS-RUN-ABORTED
               PERFORM 1200-READ-BUSINESS-DATE
           END-IF

           IF NOT WS-RUN-ABORTED
               OPEN OUTPUT BDTE-RPT-FILE
               IF NOT WS-FS-RPT-OK
                   DISPLAY 'BUSINESS DATE REPORT OPEN FAILED, STATUS '
                           WS-FS-RPT
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   MOVE WS-CUR-DATE    TO WS-HDR-DATE
                   MOVE WS-HDR-DATE-MM   TO WS-HDR-MM
                   MOVE WS-HDR-DATE-DD   TO WS-HDR-DD
                   MOVE WS-HDR-DATE-CCYY TO WS-HDR-CCYY
                   WRITE BDTE-RPT-RECORD FROM WS-BDTE-HEADER-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE SPACES TO BDTE-RPT-RECORD
                   WRITE BDTE-RPT-RECORD AFTER ADVANCING 1 LINE
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED AND NOT WS-FUNC-REPORT
               PERFORM 1150-VERIFY-OPERATOR
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-CONTROL-CARD - one card on BDTECTL; no card at
      *                   all just reports the current date
      *-----------------------------------------------------------*
       1100-READ-CONTROL-CARD.

           MOVE 'N' TO WS-FUNCTION-SW
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-FS-CTL-OK
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-IS-OPEN OR BD-IS-CLOSE OR BD-IS-REOPEN
                           MOVE BD-FUNCTION    TO WS-FUNCTION-SW
                           MOVE BD-OPERATOR-ID TO WS-OPERATOR-ID
                       ELSE
                           DISPLAY 'CONTROL CARD FUNCTION NOT '
                                   'O, C OR R: ' BD-FUNCTION
                           SET WS-RUN-ABORTED TO TRUE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1150-VERIFY-OPERATOR - every change to the business date
      *                   needs that function's authority for
      *                   FRMBDTE on OPERAUTH; a refusal files its
      *                   violation line and ends with return code
      *                   twelve
      *-----------------------------------------------------------*
       1150-VERIFY-OPERATOR.

           PERFORM 6000-LOAD-AUTH-TABLE
           MOVE WS-FUNCTION-SW TO WS-CHECK-FUNCTION
           PERFORM 6100-CHECK-AUTHORITY

           IF NOT WS-AUTH-FOUND
               SET WS-AUTH-REFUSED TO TRUE
               SET WS-RUN-ABORTED  TO TRUE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'AUTHORITY VIOLATION - OPERATOR '
                                                  DELIMITED BY SIZE
                      WS-OPERATOR-ID               DELIMITED BY SIZE
                      ' REFUSED FUNCTION '         DELIMITED BY SIZE
                      WS-CHECK-FUNCTION            DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE BDTE-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR FUNCTION '
                       WS-CHECK-FUNCTION
           END-IF.

       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-BUSINESS-DATE - the record as it stands; no
      *                   BUSDATE at all means no date has ever
      *                   been opened
      *-----------------------------------------------------------*
       1200-READ-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-FS-BDTE = '35'
               CONTINUE
           ELSE
               IF NOT WS-FS-BDTE-OK
                   DISPLAY 'BUSINESS DATE FILE OPEN FAILED, STATUS '
                           WS-FS-BDTE
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   READ BUSINESS-DATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BDTE-BUSINESS-DATE NUMERIC
                               SET WS-DATE-ON-FILE TO TRUE
                               MOVE BDTE-BUSINESS-DATE
                                   TO WS-CUR-DATE
                               MOVE BDTE-STATUS TO WS-CUR-STATUS
                               IF BDTE-PRIOR-DATE NUMERIC
                                   MOVE BDTE-PRIOR-DATE
                                       TO WS-CUR-PRIOR-DATE
                               END-IF
                               MOVE BDTE-CHANGED-BY
                                   TO WS-CUR-CHANGED-BY
                               IF BDTE-CHANGED-ON NUMERIC
                                   MOVE BDTE-CHANGED-ON
                                       TO WS-CUR-CHANGED-ON
                               END-IF
                           ELSE
                               DISPLAY 'BUSINESS DATE NOT NUMERIC: '
                                       BDTE-BUSINESS-DATE
                               SET WS-RUN-ABORTED TO TRUE
                           END-IF
                   END-READ
                   CLOSE BUSINESS-DATE-FILE
               END-IF
           END-IF.

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-REPORT-CURRENT-DATE - the date as the run found it
      *-----------------------------------------------------------*
       2000-REPORT-CURRENT-DATE.

           MOVE SPACES TO WS-RPT-LINE
           IF NOT WS-DATE-ON-FILE
               MOVE 'NO BUSINESS DATE HAS BEEN OPENED YET'
                   TO WS-RPT-LINE
           ELSE
               IF WS-CUR-IS-OPEN
                   MOVE 'OPEN'   TO WS-STATUS-TEXT
               ELSE
                   MOVE 'CLOSED' TO WS-STATUS-TEXT
               END-IF
               STRING 'CURRENT BUSINESS DATE '     DELIMITED BY SIZE
                      WS-CUR-DATE                  DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      WS-STATUS-TEXT               DELIMITED BY SPACE
                      '  LAST CHANGED BY '         DELIMITED BY SIZE
                      WS-CUR-CHANGED-BY            DELIMITED BY SPACE
                      ' ON '                       DELIMITED BY SIZE
                      WS-CUR-CHANGED-ON            DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE BDTE-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-OPEN-NEXT-DATE - the new date must be a real date,
      *                   after the current one and not after the
      *                   calendar; a current date still open is
      *                   closed by the same change, so one card
      *                   rolls the cycle forward
      *-----------------------------------------------------------*
       3000-OPEN-NEXT-DATE.

           MOVE SPACES TO WS-REFUSAL-TEXT
           EVALUATE TRUE
               WHEN BD-NEW-DATE = SPACES AND NOT WS-DATE-ON-FILE
                   MOVE 'THE FIRST BUSINESS DATE MUST BE GIVEN'
                       TO WS-REFUSAL-TEXT
               WHEN BD-NEW-DATE = SPACES
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CUR-DATE) + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                       TO WS-NEW-DATE-N
               WHEN BD-NEW-DATE NOT NUMERIC
                   MOVE 'NEW BUSINESS DATE NOT NUMERIC'
                       TO WS-REFUSAL-TEXT
               WHEN OTHER
                   MOVE BD-NEW-DATE-N TO WS-NEW-DATE-N
                   IF WS-NEW-CCYY < 1900
                           OR WS-NEW-MM < 1 OR WS-NEW-MM > 12
                           OR WS-NEW-DD < 1 OR WS-NEW-DD > 31
                       MOVE 'NEW BUSINESS DATE NOT A VALID DATE'
                           TO WS-REFUSAL-TEXT
                   ELSE
                       MOVE FUNCTION INTEGER-OF-DATE(WS-NEW-DATE-N)
                           TO WS-DATE-INT
                       IF FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                               NOT = WS-NEW-DATE-N
                           MOVE 'NEW BUSINESS DATE NOT A VALID DATE'
                               TO WS-REFUSAL-TEXT
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-REFUSAL-TEXT = SPACES
               IF WS-DATE-ON-FILE AND WS-NEW-DATE-N NOT > WS-CUR-DATE
                   MOVE 'NEW DATE IS NOT AFTER THE CURRENT ONE'
                       TO WS-REFUSAL-TEXT
               ELSE
                   IF WS-NEW-DATE-N > WS-CLOCK-DATE-N
                       MOVE 'NEW DATE IS AHEAD OF THE CALENDAR'
                           TO WS-REFUSAL-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-REFUSAL-TEXT NOT = SPACES
               PERFORM 8000-REFUSE-THE-CHANGE
           ELSE
               IF WS-DATE-ON-FILE AND WS-CUR-IS-OPEN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'BUSINESS DATE '         DELIMITED BY SIZE
                          WS-CUR-DATE              DELIMITED BY SIZE
                          ' CLOSED'                DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE BDTE-RPT-RECORD FROM WS-RPT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               IF WS-DATE-ON-FILE
                   COMPUTE WS-DAYS-PASSED =
                       FUNCTION INTEGER-OF-DATE(WS-NEW-DATE-N)
                     - FUNCTION INTEGER-OF-DATE(WS-CUR-DATE) - 1
                   IF WS-DAYS-PASSED > ZERO
                       MOVE SPACES TO WS-RPT-LINE
                       STRING 'NOTE - '            DELIMITED BY SIZE
                              WS-DAYS-PASSED       DELIMITED BY SIZE
                              ' CALENDAR DAY(S) PASSED OVER WITH NO'
                                                   DELIMITED BY SIZE
                              ' BUSINESS DATE'     DELIMITED BY SIZE
                              INTO WS-RPT-LINE
                       END-STRING
                       WRITE BDTE-RPT-RECORD FROM WS-RPT-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
               MOVE 'O'       TO WS-STATUS-TEXT
               PERFORM 7000-WRITE-BUSINESS-DATE
               IF NOT WS-RUN-ABORTED
                   MOVE 'OPENED' TO WS-STATUS-TEXT
                   PERFORM 7100-REPORT-THE-CHANGE
               END-IF
           END-IF.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CLOSE-CURRENT-DATE - only an open date can be closed;
      *                   the window will not run again until the
      *                   next one is opened
      *-----------------------------------------------------------*
       4000-CLOSE-CURRENT-DATE.

           MOVE SPACES TO WS-REFUSAL-TEXT
           EVALUATE TRUE
               WHEN NOT WS-DATE-ON-FILE
                   MOVE 'NO BUSINESS DATE TO CLOSE'
                       TO WS-REFUSAL-TEXT
               WHEN NOT WS-CUR-IS-OPEN
                   MOVE 'THE CURRENT BUSINESS DATE IS ALREADY CLOSED'
                       TO WS-REFUSAL-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REFUSAL-TEXT NOT = SPACES
               PERFORM 8000-REFUSE-THE-CHANGE
           ELSE
               MOVE WS-CUR-DATE TO WS-NEW-DATE-N
               MOVE 'C'         TO WS-STATUS-TEXT
               PERFORM 7000-WRITE-BUSINESS-DATE
               IF NOT WS-RUN-ABORTED
                   MOVE 'CLOSED' TO WS-STATUS-TEXT
                   PERFORM 7100-REPORT-THE-CHANGE
               END-IF
           END-IF.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-REOPEN-CURRENT-DATE - a closed current date can be
      *                   opened again so a rerun posts to it; an
      *                   earlier date is never reopened
      *-----------------------------------------------------------*
       5000-REOPEN-CURRENT-DATE.

           MOVE SPACES TO WS-REFUSAL-TEXT
           EVALUATE TRUE
               WHEN NOT WS-DATE-ON-FILE
                   MOVE 'NO BUSINESS DATE TO REOPEN'
                       TO WS-REFUSAL-TEXT
               WHEN NOT WS-CUR-IS-CLOSED
                   MOVE 'THE CURRENT BUSINESS DATE IS ALREADY OPEN'
                       TO WS-REFUSAL-TEXT
               WHEN BD-NEW-DATE NOT = SPACES
                       AND BD-NEW-DATE NOT = WS-CUR-DATE
                   MOVE 'ONLY THE CURRENT BUSINESS DATE CAN BE REOPENED'
                       TO WS-REFUSAL-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REFUSAL-TEXT NOT = SPACES
               PERFORM 8000-REFUSE-THE-CHANGE
           ELSE
               MOVE WS-CUR-DATE TO WS-NEW-DATE-N
               MOVE 'O'         TO WS-STATUS-TEXT
               PERFORM 7000-WRITE-BUSINESS-DATE
               IF NOT WS-RUN-ABORTED
                   MOVE 'REOPENED' TO WS-STATUS-TEXT
                   PERFORM 7100-REPORT-THE-CHANGE
               END-IF
           END-IF.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-LOAD-AUTH-TABLE - build the in-memory operator
      *                   authority table from OPERAUTH; an absent
      *                   or empty reference leaves the table empty,
      *                   and an empty table authorizes nobody
      *-----------------------------------------------------------*
       6000-LOAD-AUTH-TABLE.

           OPEN INPUT OPER-AUTH-FILE
           IF WS-FS-AUTH-OK
               PERFORM 6010-READ-OPER-AUTH
               PERFORM 6020-ADD-AUTH-ENTRY
                   UNTIL WS-EOF-AUTH
               CLOSE OPER-AUTH-FILE
           END-IF

           IF WS-AUTH-TABLE-COUNT = ZERO
               DISPLAY 'OPERATOR AUTHORITY REFERENCE NOT AVAILABLE'
           END-IF.

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6010-READ-OPER-AUTH - read one authority reference record
      *-----------------------------------------------------------*
       6010-READ-OPER-AUTH.

           READ OPER-AUTH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-AUTH-SW
           END-READ.

       6010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6020-ADD-AUTH-ENTRY - add one entry to the authority table
      *                   and read the next reference record
      *-----------------------------------------------------------*
       6020-ADD-AUTH-ENTRY.

           IF WS-AUTH-TABLE-COUNT >= WS-MAX-AUTH-TABLE
               DISPLAY 'OPERATOR AUTHORITY TABLE FULL AT '
                       WS-MAX-AUTH-TABLE ' ENTRIES - REMAINING '
                       'OPERAUTH RECORDS IGNORED'
               MOVE 'Y' TO WS-EOF-AUTH-SW
           ELSE
               ADD 1 TO WS-AUTH-TABLE-COUNT
               MOVE OA-OPERATOR-ID TO
                    WS-AUTH-TAB-OPERATOR (WS-AUTH-TABLE-COUNT)
               MOVE OA-PROGRAM     TO
                    WS-AUTH-TAB-PROGRAM (WS-AUTH-TABLE-COUNT)
               MOVE OA-FUNCTION    TO
                    WS-AUTH-TAB-FUNCTION (WS-AUTH-TABLE-COUNT)
               PERFORM 6010-READ-OPER-AUTH
           END-IF.

       6020-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-CHECK-AUTHORITY - is the control-card operator allowed
      *                   the function in WS-CHECK-FUNCTION for this
      *                   program
      *-----------------------------------------------------------*
       6100-CHECK-AUTHORITY.

           MOVE 'N' TO WS-AUTH-FOUND-SW
           PERFORM 6110-SCAN-AUTH-TABLE
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > WS-AUTH-TABLE-COUNT.

       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6110-SCAN-AUTH-TABLE - test one authority entry
      *-----------------------------------------------------------*
       6110-SCAN-AUTH-TABLE.

           IF WS-AUTH-TAB-OPERATOR (WS-AUTH-IDX) = WS-OPERATOR-ID
                   AND WS-AUTH-TAB-PROGRAM (WS-AUTH-IDX)
                       = 'FRMBDTE'
                   AND WS-AUTH-TAB-FUNCTION (WS-AUTH-IDX)
                       = WS-CHECK-FUNCTION
               SET WS-AUTH-FOUND TO TRUE
           END-IF.

       6110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-WRITE-BUSINESS-DATE - replace the one BUSDATE record
      *                   with the date in WS-NEW-DATE-N and the
      *                   status in WS-STATUS-TEXT, stamped with who
      *                   changed it and when by the clock
      *-----------------------------------------------------------*
       7000-WRITE-BUSINESS-DATE.

           OPEN OUTPUT BUSINESS-DATE-FILE
           IF NOT WS-FS-BDTE-OK
               DISPLAY 'BUSINESS DATE FILE OPEN FAILED, STATUS '
                       WS-FS-BDTE
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE SPACES             TO BUSINESS-DATE-RECORD
               MOVE WS-NEW-DATE-N      TO BDTE-BUSINESS-DATE
               MOVE WS-STATUS-TEXT     TO BDTE-STATUS
               IF WS-NEW-DATE-N = WS-CUR-DATE
                   MOVE WS-CUR-PRIOR-DATE TO BDTE-PRIOR-DATE
               ELSE
                   MOVE WS-CUR-DATE    TO BDTE-PRIOR-DATE
               END-IF
               MOVE WS-OPERATOR-ID     TO BDTE-CHANGED-BY
               MOVE WS-CLOCK-DATE-N    TO BDTE-CHANGED-ON
               MOVE WS-CLOCK-TIME-N    TO BDTE-CHANGED-AT
               WRITE BUSINESS-DATE-RECORD
               IF NOT WS-FS-BDTE-OK
                   DISPLAY 'BUSINESS DATE WRITE FAILED, STATUS '
                           WS-FS-BDTE
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-REPORT-THE-CHANGE - one line saying what was done to
      *                   which date and by whom
      *-----------------------------------------------------------*
       7100-REPORT-THE-CHANGE.

           MOVE SPACES TO WS-RPT-LINE
           STRING 'BUSINESS DATE '                 DELIMITED BY SIZE
                  WS-NEW-DATE-N                    DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-STATUS-TEXT                   DELIMITED BY SPACE
                  ' BY '                           DELIMITED BY SIZE
                  WS-OPERATOR-ID                   DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE BDTE-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE
           DISPLAY WS-RPT-LINE.

       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-REFUSE-THE-CHANGE - the card cannot be applied; the
      *                   business date is left as it was
      *-----------------------------------------------------------*
       8000-REFUSE-THE-CHANGE.

           SET WS-RUN-ABORTED TO TRUE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHANGE REFUSED - '              DELIMITED BY SIZE
                  WS-REFUSAL-TEXT                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE BDTE-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE
           DISPLAY WS-RPT-LINE.

       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close the report and set the return code
      *-----------------------------------------------------------*
       9000-TERMINATE.

           IF WS-FS-RPT-OK
               CLOSE BDTE-RPT-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-AUTH-REFUSED
                   DISPLAY 'BUSINESS DATE CHANGE REFUSED'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RUN-ABORTED
                   DISPLAY 'BUSINESS DATE RUN ABORTED - '
                           'BUSDATE UNCHANGED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       9000-EXIT.
           EXIT.

       END PROGRAM FRMBDTE.
