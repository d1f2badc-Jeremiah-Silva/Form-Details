      *****************************************************************
      * Program name:    FORM Double-Keying Verification
      * Original author: Jeremiah Silva
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 JEREMIAH SILVA Created to verify each batch keyed
      *                         twice by different operators ahead of
      *                         FRMTREDT: FORMKEY1 and FORMKEY2 are
      *                         compared transaction by transaction
      *                         and field by field over TRAN-FORM-DATA,
      *                         and only transactions both keyings
      *                         agree on go forward on FORMTRAN. The
      *                         rest are held on FORMVHLD and printed
      *                         side by side on VRFYRPT until a
      *                         supervisor authorised on OPERAUTH
      *                         settles each with a VRFYRES card that
      *                         takes one keying or discards both.
      *                         Files its run record on RUNCTL so
      *                         FRMRECON can prove FRMTREDT read every
      *                         verified transaction
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock, so a window that runs past
      *                         midnight or a rerun next morning posts
      *                         to the business day it belongs to; with
      *                         no open business date the run is refused
      *                         with return code eight, and the report
      *                         heading prints the business date
      * 15/10/26 JEREMIAH SILVA A night with no keyings and no items
      *                         settled now sends FORMTRAN out as a
      *                         balanced zero batch under this program's
      *                         own header, instead of a trailer alone
      *                         that FRMTREDT took to be out of balance
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIRST-KEYING-FILE  ASSIGN TO 'FORMKEY1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-KEY1.
           SELECT SECOND-KEYING-FILE ASSIGN TO 'FORMKEY2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-KEY2.
           SELECT TRANSACTION-FILE   ASSIGN TO 'FORMTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAN.
           SELECT HOLD-FILE          ASSIGN TO 'FORMVHLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HOLD.
           SELECT NEW-HOLD-FILE      ASSIGN TO 'FORMVHLN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NHOLD.
           SELECT RESOLUTION-CARD-FILE ASSIGN TO 'VRFYRES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARD.
           SELECT OPER-AUTH-FILE     ASSIGN TO 'OPERAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.
           SELECT RUN-CONTROL-FILE   ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.
           SELECT VERIFY-RPT-FILE    ASSIGN TO 'VRFYRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
       FD  FIRST-KEYING-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEY1-RECORD.
           05 K1-TRAN-CODE             PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==K1-FORM-DATA==.
       01  KEY1-CONTROL-RECORD.
       COPY 'LAYOUT001C.CPY'.

       FD  SECOND-KEYING-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEY2-RECORD.
           05 K2-TRAN-CODE             PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==K2-FORM-DATA==.
       01  KEY2-CONTROL-RECORD.
       COPY 'LAYOUT001C.CPY'.

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRAN-RECORD.
           05 TRAN-CODE                PIC X(01).
               88 TRAN-IS-ADD                VALUE 'A'.
               88 TRAN-IS-CHANGE              VALUE 'C'.
               88 TRAN-IS-DELETE              VALUE 'D'.
       COPY 'LAYOUT001T.CPY'.
       01  TRAN-CONTROL-RECORD.
       COPY 'LAYOUT001C.CPY'.

      * One transaction the two keyings disagreed on, held with both
      * versions until a resolution card settles it; a keying that
      * ran short of the other has no version for that position.
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05 VHLD-BATCH-DATE           PIC 9(08).
           05 VHLD-BATCH-NUMBER         PIC 9(06).
           05 VHLD-SEQ                  PIC 9(05).
           05 VHLD-HELD-DATE            PIC 9(08).
           05 VHLD-OPERATOR-1           PIC X(08).
           05 VHLD-OPERATOR-2           PIC X(08).
           05 VHLD-PRESENT-1            PIC X(01).
           05 VHLD-TRAN-CODE-1          PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==VHLD-FORM-1==.
           05 VHLD-PRESENT-2            PIC X(01).
           05 VHLD-TRAN-CODE-2          PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==VHLD-FORM-2==.

       FD  NEW-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-HOLD-RECORD.
           05 NVHLD-BATCH-DATE          PIC 9(08).
           05 NVHLD-BATCH-NUMBER        PIC 9(06).
           05 NVHLD-SEQ                 PIC 9(05).
           05 NVHLD-HELD-DATE           PIC 9(08).
           05 NVHLD-OPERATOR-1          PIC X(08).
           05 NVHLD-OPERATOR-2          PIC X(08).
           05 NVHLD-PRESENT-1           PIC X(01).
           05 NVHLD-TRAN-CODE-1         PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==NVHLD-FORM-1==.
           05 NVHLD-PRESENT-2           PIC X(01).
           05 NVHLD-TRAN-CODE-2         PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==NVHLD-FORM-2==.

      * Supervisor resolution card: the batch date, batch number and
      * sequence VRFYRPT printed for the held item, 1 or 2 to take
      * that keying or D to discard both for rekeying, and the
      * supervisor's operator id.
       FD  RESOLUTION-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESOLUTION-CARD-RECORD.
           05 RES-BATCH-DATE            PIC X(08).
           05 RES-BATCH-NUMBER          PIC X(06).
           05 RES-SEQ                   PIC X(05).
           05 RES-CHOICE                PIC X(01).
           05 RES-SUPERVISOR            PIC X(08).
           05 FILLER                    PIC X(52).

       FD  OPER-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERAUTH-RECORD.
           05 OA-OPERATOR-ID            PIC X(08).
           05 OA-PROGRAM                PIC X(08).
           05 OA-FUNCTION               PIC X(01).
           05 FILLER                    PIC X(63).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-RECORD.
       COPY 'LAYOUT002.CPY'.

       FD  VERIFY-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-RPT-RECORD            PIC X(80).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-KEY1            PIC XX.
               88 WS-FS-KEY1-OK          VALUE '00'.
           05 WS-FS-KEY2            PIC XX.
               88 WS-FS-KEY2-OK          VALUE '00'.
           05 WS-FS-TRAN            PIC XX.
               88 WS-FS-TRAN-OK          VALUE '00'.
           05 WS-FS-HOLD            PIC XX.
               88 WS-FS-HOLD-OK          VALUE '00'.
           05 WS-FS-NHOLD           PIC XX.
               88 WS-FS-NHOLD-OK         VALUE '00'.
           05 WS-FS-CARD            PIC XX.
               88 WS-FS-CARD-OK          VALUE '00'.
           05 WS-FS-AUTH            PIC XX.
               88 WS-FS-AUTH-OK          VALUE '00'.
           05 WS-FS-RUNC            PIC XX.
               88 WS-FS-RUNC-OK          VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
               88 WS-RUN-ABORTED         VALUE 'Y'.
           05 WS-BATCH-PRESENT-SW   PIC X(01)   VALUE 'N'.
               88 WS-BATCH-PRESENT       VALUE 'Y'.
           05 WS-EOF-KEY1-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-KEY1            VALUE 'Y'.
           05 WS-EOF-KEY2-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-KEY2            VALUE 'Y'.
           05 WS-TRAILER-1-SW       PIC X(01)   VALUE 'N'.
               88 WS-TRAILER-1-SEEN      VALUE 'Y'.
           05 WS-TRAILER-2-SW       PIC X(01)   VALUE 'N'.
               88 WS-TRAILER-2-SEEN      VALUE 'Y'.
           05 WS-EOF-HOLD-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-HOLD            VALUE 'Y'.
           05 WS-EOF-NHOLD-SW       PIC X(01)   VALUE 'N'.
               88 WS-EOF-NHOLD           VALUE 'Y'.
           05 WS-EOF-CARD-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-CARD            VALUE 'Y'.
           05 WS-EOF-AUTH-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-AUTH            VALUE 'Y'.
           05 WS-AUTH-FOUND-SW      PIC X(01)   VALUE 'N'.
               88 WS-AUTH-FOUND          VALUE 'Y'.
           05 WS-HOLD-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-HOLD-FILES-OPEN     VALUE 'Y'.
           05 WS-SETTLED-HDR-SW     PIC X(01)   VALUE 'N'.
               88 WS-SETTLED-HDR-WRITTEN VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-TRANS-FORWARDED    PIC 9(07)   VALUE ZEROS.
           05 WS-PAIRS-COMPARED     PIC 9(07)   VALUE ZEROS.
           05 WS-PAIRS-AGREED       PIC 9(07)   VALUE ZEROS.
           05 WS-PAIRS-HELD         PIC 9(07)   VALUE ZEROS.
           05 WS-HELD-READ          PIC 9(07)   VALUE ZEROS.
           05 WS-HELD-SETTLED       PIC 9(07)   VALUE ZEROS.
           05 WS-HELD-DISCARDED     PIC 9(07)   VALUE ZEROS.
           05 WS-HELD-OUTSTANDING   PIC 9(07)   VALUE ZEROS.
           05 WS-CARDS-READ         PIC 9(05)   VALUE ZEROS.
           05 WS-CARDS-REFUSED      PIC 9(05)   VALUE ZEROS.

      * What each keying held against its own trailer, and what went
      * forward on FORMTRAN for the trailer cut at end of run.
       01 WS-KEY1-CONTROLS.
           05 WS-K1-ADDS            PIC 9(07)   VALUE ZEROS.
           05 WS-K1-CHANGES         PIC 9(07)   VALUE ZEROS.
           05 WS-K1-DELETES         PIC 9(07)   VALUE ZEROS.
           05 WS-K1-KEY-HASH        PIC 9(12)   VALUE ZEROS.

       01 WS-KEY2-CONTROLS.
           05 WS-K2-ADDS            PIC 9(07)   VALUE ZEROS.
           05 WS-K2-CHANGES         PIC 9(07)   VALUE ZEROS.
           05 WS-K2-DELETES         PIC 9(07)   VALUE ZEROS.
           05 WS-K2-KEY-HASH        PIC 9(12)   VALUE ZEROS.

       01 WS-FORWARD-CONTROLS.
           05 WS-ADDS-CUT           PIC 9(07)   VALUE ZEROS.
           05 WS-CHANGES-CUT        PIC 9(07)   VALUE ZEROS.
           05 WS-DELETES-CUT        PIC 9(07)   VALUE ZEROS.
           05 WS-CUT-KEY-HASH       PIC 9(12)   VALUE ZEROS.

       01 WS-BATCH-DATE             PIC 9(08)   VALUE ZEROS.
       01 WS-BATCH-NUMBER           PIC 9(06)   VALUE ZEROS.
       01 WS-OPERATOR-1             PIC X(08)   VALUE SPACES.
       01 WS-OPERATOR-2             PIC X(08)   VALUE SPACES.
       01 WS-SEQ                    PIC 9(05)   VALUE ZEROS.

       77 WS-MAX-AUTH-TABLE         PIC 9(03)   VALUE 100.
       77 WS-AUTH-TABLE-COUNT       PIC 9(03)   VALUE ZEROS.

       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-AUTH-TABLE-COUNT
                   INDEXED BY WS-AUTH-IDX.
               07 WS-AUTH-TAB-OPERATOR     PIC X(08).
               07 WS-AUTH-TAB-PROGRAM      PIC X(08).
               07 WS-AUTH-TAB-FUNCTION     PIC X(01).

       77 WS-MAX-CARD-TABLE         PIC 9(03)   VALUE 200.
       77 WS-CARD-COUNT             PIC 9(03)   VALUE ZEROS.
       77 WS-C                      PIC 9(03)   VALUE ZEROS.
       77 WS-FOUND-CARD             PIC 9(03)   VALUE ZEROS.

       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 200 TIMES.
               07 WS-RC-BATCH-DATE      PIC 9(08).
               07 WS-RC-BATCH-NUMBER    PIC 9(06).
               07 WS-RC-SEQ             PIC 9(05).
               07 WS-RC-CHOICE          PIC X(01).
               07 WS-RC-SUPERVISOR      PIC X(08).
               07 WS-RC-USED-SW         PIC X(01).

      * One line of the side-by-side listing of a disagreement.
       01 WS-DIFF-LINE.
           05 FILLER                    PIC X(04)   VALUE SPACES.
           05 WS-DIFF-NAME              PIC X(16).
           05 FILLER                    PIC X(01)   VALUE SPACE.
           05 WS-DIFF-VALUE-1           PIC X(28).
           05 FILLER                    PIC X(01)   VALUE SPACE.
           05 WS-DIFF-VALUE-2           PIC X(28).
           05 FILLER                    PIC X(02)   VALUE SPACES.

       01 WS-DIFF-HEADING.
           05 FILLER                    PIC X(04)   VALUE SPACES.
           05 FILLER                    PIC X(17)   VALUE 'FIELD'.
           05 FILLER                    PIC X(29)   VALUE
                  'FIRST KEYING'.
           05 FILLER                    PIC X(30)   VALUE
                  'SECOND KEYING'.

       01 WS-EDIT-LEN               PIC 9(02)   VALUE ZEROS.
       01 WS-EDIT-LEN-2             PIC 9(02)   VALUE ZEROS.
       01 WS-CHOICE-TEXT            PIC X(24)   VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-CCYY             PIC 9(04).
           05 WS-RUN-MM               PIC 99.
           05 WS-RUN-DD               PIC 99.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                    PIC 9(08).

       01 WS-RPT-LINE               PIC X(80).

       01 WS-VRFY-HEADER-LINE.
           05 FILLER                  PIC X(31)  VALUE
                  'FORM DOUBLE-KEYING VERIFY'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(22)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               IF WS-BATCH-PRESENT
                   PERFORM 3000-COMPARE-ONE-PAIR
                       UNTIL WS-EOF-KEY1 AND WS-EOF-KEY2
                   PERFORM 3800-BALANCE-KEYINGS
               END-IF
               PERFORM 4000-WORK-HELD-ITEMS
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
      * 1000-INITIALIZE - open the report, load the supervisor
      *                   authorities and resolution cards, open the
      *                   two keyings and the outputs, and check the
      *                   two batch headers belong together
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN OUTPUT VERIFY-RPT-FILE
           IF NOT WS-FS-RPT-OK
               DISPLAY 'VERIFICATION REPORT OPEN FAILED, STATUS '
                       WS-FS-RPT
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-RUN-MM   TO WS-HDR-MM
               MOVE WS-RUN-DD   TO WS-HDR-DD
               MOVE WS-RUN-CCYY TO WS-HDR-CCYY
               WRITE VERIFY-RPT-RECORD FROM WS-VRFY-HEADER-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO VERIFY-RPT-RECORD
               WRITE VERIFY-RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF

           IF NOT WS-RUN-ABORTED
               PERFORM 6000-LOAD-AUTH-TABLE
               PERFORM 1200-LOAD-RESOLUTION-CARDS
               PERFORM 1100-OPEN-KEYINGS
           END-IF

           IF NOT WS-RUN-ABORTED
               OPEN OUTPUT TRANSACTION-FILE
               IF NOT WS-FS-TRAN-OK
                   DISPLAY 'FORMTRAN OPEN FAILED, STATUS ' WS-FS-TRAN
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED
               OPEN INPUT HOLD-FILE
               IF WS-FS-HOLD = '35'
                   MOVE 'Y' TO WS-EOF-HOLD-SW
               ELSE
                   IF NOT WS-FS-HOLD-OK
                       DISPLAY 'HOLD FILE OPEN FAILED, STATUS '
                               WS-FS-HOLD
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED
               OPEN OUTPUT NEW-HOLD-FILE
               IF NOT WS-FS-NHOLD-OK
                   DISPLAY 'NEW HOLD FILE OPEN FAILED, STATUS '
                           WS-FS-NHOLD
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   SET WS-HOLD-FILES-OPEN TO TRUE
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED AND WS-BATCH-PRESENT
               PERFORM 1300-CHECK-BATCH-HEADERS
           END-IF

           IF NOT WS-RUN-ABORTED AND WS-BATCH-PRESENT
               PERFORM 2100-READ-FIRST-KEYING
               PERFORM 2200-READ-SECOND-KEYING
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-OPEN-KEYINGS - neither keying present is a night with
      *                   no new batch, and the held items are still
      *                   worked; one without the other stops the run
      *-----------------------------------------------------------*
       1100-OPEN-KEYINGS.

           OPEN INPUT FIRST-KEYING-FILE
           OPEN INPUT SECOND-KEYING-FILE

           EVALUATE TRUE
               WHEN WS-FS-KEY1-OK AND WS-FS-KEY2-OK
                   SET WS-BATCH-PRESENT TO TRUE
               WHEN WS-FS-KEY1 = '35' AND WS-FS-KEY2 = '35'
                   MOVE 'NO BATCH KEYED FOR VERIFICATION TONIGHT'
                       TO WS-RPT-LINE
                   WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   DISPLAY 'KEYING FILES NOT BOTH AVAILABLE, STATUS '
                           WS-FS-KEY1 '/' WS-FS-KEY2
                   MOVE 'FIRST AND SECOND KEYING NOT BOTH PRESENT'
                       TO WS-RPT-LINE
                   WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                       AFTER ADVANCING 1 LINE
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-RESOLUTION-CARDS - load the supervisor cards into
      *                   the card table; a card that cannot name a
      *                   held item is refused as it is read
      *-----------------------------------------------------------*
       1200-LOAD-RESOLUTION-CARDS.

           OPEN INPUT RESOLUTION-CARD-FILE
           IF WS-FS-CARD-OK
               PERFORM 1210-READ-RESOLUTION-CARD
               PERFORM 1220-ADD-RESOLUTION-CARD
                   UNTIL WS-EOF-CARD
               CLOSE RESOLUTION-CARD-FILE
           END-IF.

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1210-READ-RESOLUTION-CARD - read one resolution card
      *-----------------------------------------------------------*
       1210-READ-RESOLUTION-CARD.

           READ RESOLUTION-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-CARD-SW
           END-READ.

       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1220-ADD-RESOLUTION-CARD - edit one card into the table and
      *                   read the next
      *-----------------------------------------------------------*
       1220-ADD-RESOLUTION-CARD.

           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN RES-BATCH-DATE NOT NUMERIC
                       OR RES-BATCH-NUMBER NOT NUMERIC
                       OR RES-SEQ NOT NUMERIC
                   MOVE 'ITEM KEY NOT NUMERIC' TO WS-RPT-LINE
               WHEN RES-CHOICE NOT = '1' AND RES-CHOICE NOT = '2'
                       AND RES-CHOICE NOT = 'D'
                   MOVE 'CHOICE NOT 1, 2 OR D' TO WS-RPT-LINE
               WHEN RES-SUPERVISOR = SPACES
                   MOVE 'NO SUPERVISOR NAMED' TO WS-RPT-LINE
               WHEN WS-CARD-COUNT >= WS-MAX-CARD-TABLE
                   MOVE 'CARD TABLE FULL' TO WS-RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-CARD-COUNT
                   MOVE RES-BATCH-DATE   TO
                        WS-RC-BATCH-DATE (WS-CARD-COUNT)
                   MOVE RES-BATCH-NUMBER TO
                        WS-RC-BATCH-NUMBER (WS-CARD-COUNT)
                   MOVE RES-SEQ          TO
                        WS-RC-SEQ (WS-CARD-COUNT)
                   MOVE RES-CHOICE       TO
                        WS-RC-CHOICE (WS-CARD-COUNT)
                   MOVE RES-SUPERVISOR   TO
                        WS-RC-SUPERVISOR (WS-CARD-COUNT)
                   MOVE 'N'              TO
                        WS-RC-USED-SW (WS-CARD-COUNT)
           END-EVALUATE

           IF WS-RPT-LINE NOT = SPACES
               ADD 1 TO WS-CARDS-REFUSED
               MOVE WS-RPT-LINE TO WS-CHOICE-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING 'RESOLUTION CARD REFUSED - '  DELIMITED BY SIZE
                      WS-CHOICE-TEXT                DELIMITED BY '  '
                      ': '                          DELIMITED BY SIZE
                      RESOLUTION-CARD-RECORD (1:28) DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 1210-READ-RESOLUTION-CARD.

       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-CHECK-BATCH-HEADERS - both keyings must open with a
      *                   header for the same batch, keyed by two
      *                   different named operators; anything else
      *                   sends nothing forward
      *-----------------------------------------------------------*
       1300-CHECK-BATCH-HEADERS.

           READ FIRST-KEYING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-KEY1-SW
           END-READ
           READ SECOND-KEYING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-KEY2-SW
           END-READ

           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-EOF-KEY1 OR WS-EOF-KEY2
                   MOVE 'A KEYING FILE IS EMPTY' TO WS-RPT-LINE
               WHEN NOT TCTL-IS-HEADER OF KEY1-CONTROL-RECORD
                   MOVE 'FIRST KEYING HAS NO BATCH HEADER'
                       TO WS-RPT-LINE
               WHEN NOT TCTL-IS-HEADER OF KEY2-CONTROL-RECORD
                   MOVE 'SECOND KEYING HAS NO BATCH HEADER'
                       TO WS-RPT-LINE
               WHEN TCTL-BATCH-DATE OF KEY1-CONTROL-RECORD
                       NOT = TCTL-BATCH-DATE OF KEY2-CONTROL-RECORD
                   OR TCTL-BATCH-NUMBER OF KEY1-CONTROL-RECORD
                       NOT = TCTL-BATCH-NUMBER OF KEY2-CONTROL-RECORD
                   MOVE 'THE TWO KEYINGS ARE OF DIFFERENT BATCHES'
                       TO WS-RPT-LINE
               WHEN TCTL-OPERATOR-ID OF KEY1-CONTROL-RECORD = SPACES
                   OR TCTL-OPERATOR-ID OF KEY2-CONTROL-RECORD = SPACES
                   MOVE 'A KEYING DOES NOT NAME ITS OPERATOR'
                       TO WS-RPT-LINE
               WHEN TCTL-OPERATOR-ID OF KEY1-CONTROL-RECORD
                       = TCTL-OPERATOR-ID OF KEY2-CONTROL-RECORD
                   MOVE 'BOTH KEYINGS BY THE SAME OPERATOR'
                       TO WS-RPT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-RPT-LINE NOT = SPACES
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE '***** BATCH NOT VERIFIED - NOTHING SENT FORWARD'
                   TO WS-RPT-LINE
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE TCTL-BATCH-DATE OF KEY1-CONTROL-RECORD
                   TO WS-BATCH-DATE
               IF TCTL-BATCH-NUMBER OF KEY1-CONTROL-RECORD NUMERIC
                   MOVE TCTL-BATCH-NUMBER OF KEY1-CONTROL-RECORD
                       TO WS-BATCH-NUMBER
               END-IF
               MOVE TCTL-OPERATOR-ID OF KEY1-CONTROL-RECORD
                   TO WS-OPERATOR-1
               MOVE TCTL-OPERATOR-ID OF KEY2-CONTROL-RECORD
                   TO WS-OPERATOR-2

      * The first keying's header leads the verified batch, so
      * FRMTREDT and FRMKEYQ still see the batch as data entry cut it
               MOVE KEY1-CONTROL-RECORD TO TRAN-CONTROL-RECORD
               WRITE TRAN-CONTROL-RECORD

               MOVE SPACES TO WS-RPT-LINE
               STRING 'BATCH '                     DELIMITED BY SIZE
                      WS-BATCH-NUMBER              DELIMITED BY SIZE
                      ' OF '                       DELIMITED BY SIZE
                      WS-BATCH-DATE                DELIMITED BY SIZE
                      '  FIRST KEYING '            DELIMITED BY SIZE
                      WS-OPERATOR-1                DELIMITED BY SIZE
                      '  SECOND KEYING '           DELIMITED BY SIZE
                      WS-OPERATOR-2                DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-READ-FIRST-KEYING - read the next first-keying record;
      *                   its trailer ends the keying and is kept
      *                   for balancing
      *-----------------------------------------------------------*
       2100-READ-FIRST-KEYING.

           READ FIRST-KEYING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-KEY1-SW
           END-READ

           IF NOT WS-EOF-KEY1
                   AND TCTL-IS-TRAILER OF KEY1-CONTROL-RECORD
               SET WS-TRAILER-1-SEEN TO TRUE
               MOVE 'Y' TO WS-EOF-KEY1-SW
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-READ-SECOND-KEYING - the same for the second keying
      *-----------------------------------------------------------*
       2200-READ-SECOND-KEYING.

           READ SECOND-KEYING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-KEY2-SW
           END-READ

           IF NOT WS-EOF-KEY2
                   AND TCTL-IS-TRAILER OF KEY2-CONTROL-RECORD
               SET WS-TRAILER-2-SEEN TO TRUE
               MOVE 'Y' TO WS-EOF-KEY2-SW
           END-IF.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COMPARE-ONE-PAIR - the keyings are compared in keying
      *                   order, position by position; a pair that
      *                   matches in every byte goes forward, any
      *                   other pair (including a position only one
      *                   keying reached) is held and listed
      *-----------------------------------------------------------*
       3000-COMPARE-ONE-PAIR.

           ADD 1 TO WS-SEQ
           ADD 1 TO WS-PAIRS-COMPARED

           IF NOT WS-EOF-KEY1
               PERFORM 3050-COUNT-FIRST-KEYING
           END-IF
           IF NOT WS-EOF-KEY2
               PERFORM 3060-COUNT-SECOND-KEYING
           END-IF

           IF NOT WS-EOF-KEY1 AND NOT WS-EOF-KEY2
                   AND KEY1-RECORD = KEY2-RECORD
               ADD 1 TO WS-PAIRS-AGREED
               MOVE KEY1-RECORD TO TRAN-RECORD
               PERFORM 5000-FORWARD-TRANSACTION
           ELSE
               ADD 1 TO WS-PAIRS-HELD
               PERFORM 3100-HOLD-DISAGREEMENT
           END-IF

           IF NOT WS-EOF-KEY1
               PERFORM 2100-READ-FIRST-KEYING
           END-IF
           IF NOT WS-EOF-KEY2
               PERFORM 2200-READ-SECOND-KEYING
           END-IF.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-COUNT-FIRST-KEYING - counts and key hash of the first
      *                   keying, for balancing against its trailer
      *-----------------------------------------------------------*
       3050-COUNT-FIRST-KEYING.

           EVALUATE K1-TRAN-CODE
               WHEN 'A'
                   ADD 1 TO WS-K1-ADDS
               WHEN 'C'
                   ADD 1 TO WS-K1-CHANGES
               WHEN 'D'
                   ADD 1 TO WS-K1-DELETES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FORM-KEY OF K1-FORM-DATA NUMERIC
               ADD WS-FORM-KEY OF K1-FORM-DATA TO WS-K1-KEY-HASH
           END-IF.

       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3060-COUNT-SECOND-KEYING - the same for the second keying
      *-----------------------------------------------------------*
       3060-COUNT-SECOND-KEYING.

           EVALUATE K2-TRAN-CODE
               WHEN 'A'
                   ADD 1 TO WS-K2-ADDS
               WHEN 'C'
                   ADD 1 TO WS-K2-CHANGES
               WHEN 'D'
                   ADD 1 TO WS-K2-DELETES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FORM-KEY OF K2-FORM-DATA NUMERIC
               ADD WS-FORM-KEY OF K2-FORM-DATA TO WS-K2-KEY-HASH
           END-IF.

       3060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-HOLD-DISAGREEMENT - hold both versions on the new hold
      *                   file and list the fields that differ side
      *                   by side for the supervisor
      *-----------------------------------------------------------*
       3100-HOLD-DISAGREEMENT.

           MOVE SPACES          TO NEW-HOLD-RECORD
           MOVE WS-BATCH-DATE   TO NVHLD-BATCH-DATE
           MOVE WS-BATCH-NUMBER TO NVHLD-BATCH-NUMBER
           MOVE WS-SEQ          TO NVHLD-SEQ
           MOVE WS-RUN-DATE-N   TO NVHLD-HELD-DATE
           MOVE WS-OPERATOR-1   TO NVHLD-OPERATOR-1
           MOVE WS-OPERATOR-2   TO NVHLD-OPERATOR-2
           IF WS-EOF-KEY1
               MOVE 'N'          TO NVHLD-PRESENT-1
           ELSE
               MOVE 'Y'          TO NVHLD-PRESENT-1
               MOVE K1-TRAN-CODE TO NVHLD-TRAN-CODE-1
               MOVE K1-FORM-DATA TO NVHLD-FORM-1
           END-IF
           IF WS-EOF-KEY2
               MOVE 'N'          TO NVHLD-PRESENT-2
           ELSE
               MOVE 'Y'          TO NVHLD-PRESENT-2
               MOVE K2-TRAN-CODE TO NVHLD-TRAN-CODE-2
               MOVE K2-FORM-DATA TO NVHLD-FORM-2
           END-IF
           WRITE NEW-HOLD-RECORD

           MOVE SPACES TO VERIFY-RPT-RECORD
           WRITE VERIFY-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SEQ '                       DELIMITED BY SIZE
                  WS-SEQ                       DELIMITED BY SIZE
                  '  KEYINGS DISAGREE - HELD FOR RESOLUTION'
                                               DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE
           WRITE VERIFY-RPT-RECORD FROM WS-DIFF-HEADING
               AFTER ADVANCING 1 LINE

           EVALUATE TRUE
               WHEN WS-EOF-KEY1
                   MOVE 'TRANSACTION'        TO WS-DIFF-NAME
                   MOVE '(NOT KEYED)'        TO WS-DIFF-VALUE-1
                   MOVE SPACES               TO WS-DIFF-VALUE-2
                   STRING K2-TRAN-CODE        DELIMITED BY SIZE
                          ' KEY '             DELIMITED BY SIZE
                          WS-FORM-KEY OF K2-FORM-DATA
                                              DELIMITED BY SIZE
                          INTO WS-DIFF-VALUE-2
                   END-STRING
                   PERFORM 3290-PRINT-DIFF-LINE
               WHEN WS-EOF-KEY2
                   MOVE 'TRANSACTION'        TO WS-DIFF-NAME
                   MOVE SPACES               TO WS-DIFF-VALUE-1
                   STRING K1-TRAN-CODE        DELIMITED BY SIZE
                          ' KEY '             DELIMITED BY SIZE
                          WS-FORM-KEY OF K1-FORM-DATA
                                              DELIMITED BY SIZE
                          INTO WS-DIFF-VALUE-1
                   END-STRING
                   MOVE '(NOT KEYED)'        TO WS-DIFF-VALUE-2
                   PERFORM 3290-PRINT-DIFF-LINE
               WHEN OTHER
                   PERFORM 3200-LIST-DIFFERENT-FIELDS
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-LIST-DIFFERENT-FIELDS - one side-by-side line for
      *                   each field of the transaction the two
      *                   keyings hold differently
      *-----------------------------------------------------------*
       3200-LIST-DIFFERENT-FIELDS.

           IF K1-TRAN-CODE NOT = K2-TRAN-CODE
               MOVE 'TRAN CODE'     TO WS-DIFF-NAME
               MOVE K1-TRAN-CODE    TO WS-DIFF-VALUE-1
               MOVE K2-TRAN-CODE    TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-FORM-KEY OF K1-FORM-DATA
                   NOT = WS-FORM-KEY OF K2-FORM-DATA
               MOVE 'FORM KEY'      TO WS-DIFF-NAME
               MOVE WS-FORM-KEY OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-FORM-KEY OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-FIRST-NAME OF K1-FORM-DATA
                   NOT = WS-FIRST-NAME OF K2-FORM-DATA
               MOVE 'FIRST NAME'    TO WS-DIFF-NAME
               MOVE WS-FIRST-NAME OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-FIRST-NAME OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-LAST-NAME OF K1-FORM-DATA
                   NOT = WS-LAST-NAME OF K2-FORM-DATA
               MOVE 'LAST NAME'     TO WS-DIFF-NAME
               MOVE WS-LAST-NAME OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-LAST-NAME OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-COUNTRY OF K1-FORM-DATA
                   NOT = WS-COUNTRY OF K2-FORM-DATA
               MOVE 'COUNTRY'       TO WS-DIFF-NAME
               MOVE WS-COUNTRY OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-COUNTRY OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-CODECOUNTRY-LEN OF K1-FORM-DATA
                   NOT = WS-CODECOUNTRY-LEN OF K2-FORM-DATA
               MOVE 'CODE LENGTH'   TO WS-DIFF-NAME
               MOVE WS-CODECOUNTRY-LEN OF K1-FORM-DATA TO WS-EDIT-LEN
               MOVE WS-EDIT-LEN     TO WS-DIFF-VALUE-1
               MOVE WS-CODECOUNTRY-LEN OF K2-FORM-DATA TO WS-EDIT-LEN
               MOVE WS-EDIT-LEN     TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-CODECOUNTRY OF K1-FORM-DATA
                   NOT = WS-CODECOUNTRY OF K2-FORM-DATA
               MOVE 'COUNTRY CODE'  TO WS-DIFF-NAME
               MOVE WS-CODECOUNTRY OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-CODECOUNTRY OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-NATIONAL-NUMBER-LEN OF K1-FORM-DATA
                   NOT = WS-NATIONAL-NUMBER-LEN OF K2-FORM-DATA
               MOVE 'NUMBER LENGTH' TO WS-DIFF-NAME
               MOVE WS-NATIONAL-NUMBER-LEN OF K1-FORM-DATA
                   TO WS-EDIT-LEN
               MOVE WS-EDIT-LEN     TO WS-DIFF-VALUE-1
               MOVE WS-NATIONAL-NUMBER-LEN OF K2-FORM-DATA
                   TO WS-EDIT-LEN-2
               MOVE WS-EDIT-LEN-2   TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-NATIONAL-NUMBER OF K1-FORM-DATA
                   NOT = WS-NATIONAL-NUMBER OF K2-FORM-DATA
               MOVE 'NATIONAL NUMBER' TO WS-DIFF-NAME
               MOVE WS-NATIONAL-NUMBER OF K1-FORM-DATA
                   TO WS-DIFF-VALUE-1
               MOVE WS-NATIONAL-NUMBER OF K2-FORM-DATA
                   TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-PHONE-EXTENSION OF K1-FORM-DATA
                   NOT = WS-PHONE-EXTENSION OF K2-FORM-DATA
               MOVE 'EXTENSION'     TO WS-DIFF-NAME
               MOVE WS-PHONE-EXTENSION OF K1-FORM-DATA
                   TO WS-DIFF-VALUE-1
               MOVE WS-PHONE-EXTENSION OF K2-FORM-DATA
                   TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-STREET OF K1-FORM-DATA
                   NOT = WS-STREET OF K2-FORM-DATA
               MOVE 'STREET'        TO WS-DIFF-NAME
               MOVE WS-STREET OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-STREET OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-DISTRICT OF K1-FORM-DATA
                   NOT = WS-DISTRICT OF K2-FORM-DATA
               MOVE 'DISTRICT'      TO WS-DIFF-NAME
               MOVE WS-DISTRICT OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-DISTRICT OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-CITY OF K1-FORM-DATA
                   NOT = WS-CITY OF K2-FORM-DATA
               MOVE 'CITY'          TO WS-DIFF-NAME
               MOVE WS-CITY OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-CITY OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-PROVINCE OF K1-FORM-DATA
                   NOT = WS-PROVINCE OF K2-FORM-DATA
               MOVE 'PROVINCE'      TO WS-DIFF-NAME
               MOVE WS-PROVINCE OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-PROVINCE OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-POSTCODE OF K1-FORM-DATA
                   NOT = WS-POSTCODE OF K2-FORM-DATA
               MOVE 'POSTCODE'      TO WS-DIFF-NAME
               MOVE WS-POSTCODE OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-POSTCODE OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-NACIONALITY OF K1-FORM-DATA
                   NOT = WS-NACIONALITY OF K2-FORM-DATA
               MOVE 'NATIONALITY'   TO WS-DIFF-NAME
               MOVE WS-NACIONALITY OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-NACIONALITY OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-OCCUPATION OF K1-FORM-DATA
                   NOT = WS-OCCUPATION OF K2-FORM-DATA
               MOVE 'OCCUPATION'    TO WS-DIFF-NAME
               MOVE WS-OCCUPATION OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-OCCUPATION OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-DATE-ADDED OF K1-FORM-DATA
                   NOT = WS-DATE-ADDED OF K2-FORM-DATA
               MOVE 'DATE ADDED'    TO WS-DIFF-NAME
               MOVE WS-DATE-ADDED OF K1-FORM-DATA TO WS-DIFF-VALUE-1
               MOVE WS-DATE-ADDED OF K2-FORM-DATA TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF
           IF WS-DATE-LAST-MAINT OF K1-FORM-DATA
                   NOT = WS-DATE-LAST-MAINT OF K2-FORM-DATA
               MOVE 'DATE LAST MAINT' TO WS-DIFF-NAME
               MOVE WS-DATE-LAST-MAINT OF K1-FORM-DATA
                   TO WS-DIFF-VALUE-1
               MOVE WS-DATE-LAST-MAINT OF K2-FORM-DATA
                   TO WS-DIFF-VALUE-2
               PERFORM 3290-PRINT-DIFF-LINE
           END-IF.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3290-PRINT-DIFF-LINE - one side-by-side line
      *-----------------------------------------------------------*
       3290-PRINT-DIFF-LINE.

           WRITE VERIFY-RPT-RECORD FROM WS-DIFF-LINE
               AFTER ADVANCING 1 LINE.

       3290-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-BALANCE-KEYINGS - each keying against its own trailer;
      *                   a keying that does not balance was keyed
      *                   short or long, which the comparison has
      *                   already held, so this only says why
      *-----------------------------------------------------------*
       3800-BALANCE-KEYINGS.

           MOVE SPACES TO VERIFY-RPT-RECORD
           WRITE VERIFY-RPT-RECORD AFTER ADVANCING 1 LINE

           IF NOT WS-TRAILER-1-SEEN
               MOVE 'FIRST KEYING HAS NO BATCH TRAILER'
                   TO WS-RPT-LINE
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF WS-K1-ADDS NOT = TCTL-EXP-ADDS OF KEY1-CONTROL-RECORD
                   OR WS-K1-CHANGES
                       NOT = TCTL-EXP-CHANGES OF KEY1-CONTROL-RECORD
                   OR WS-K1-DELETES
                       NOT = TCTL-EXP-DELETES OF KEY1-CONTROL-RECORD
                   OR WS-K1-KEY-HASH
                       NOT = TCTL-KEY-HASH OF KEY1-CONTROL-RECORD
                   MOVE 'FIRST KEYING DOES NOT AGREE WITH ITS TRAILER'
                       TO WS-RPT-LINE
                   WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF

           IF NOT WS-TRAILER-2-SEEN
               MOVE 'SECOND KEYING HAS NO BATCH TRAILER'
                   TO WS-RPT-LINE
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF WS-K2-ADDS NOT = TCTL-EXP-ADDS OF KEY2-CONTROL-RECORD
                   OR WS-K2-CHANGES
                       NOT = TCTL-EXP-CHANGES OF KEY2-CONTROL-RECORD
                   OR WS-K2-DELETES
                       NOT = TCTL-EXP-DELETES OF KEY2-CONTROL-RECORD
                   OR WS-K2-KEY-HASH
                       NOT = TCTL-KEY-HASH OF KEY2-CONTROL-RECORD
                   MOVE 'SECOND KEYING DOES NOT AGREE WITH ITS TRAILER'
                       TO WS-RPT-LINE
                   WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WORK-HELD-ITEMS - items held from earlier runs: one a
      *                   card settles goes forward or is discarded,
      *                   the rest carry over on the new hold file
      *-----------------------------------------------------------*
       4000-WORK-HELD-ITEMS.

           MOVE SPACES TO VERIFY-RPT-RECORD
           WRITE VERIFY-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'ITEMS HELD FROM EARLIER BATCHES' TO WS-RPT-LINE
           WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE

           IF NOT WS-EOF-HOLD
               PERFORM 4100-READ-HOLD
               PERFORM 4200-WORK-ONE-HELD-ITEM
                   UNTIL WS-EOF-HOLD
           END-IF

           PERFORM 4500-REPORT-UNUSED-CARD
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-CARD-COUNT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-READ-HOLD - read the next held item
      *-----------------------------------------------------------*
       4100-READ-HOLD.

           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-HOLD-SW
           END-READ.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-WORK-ONE-HELD-ITEM - find the card that settles this
      *                   item, if any, and act on it
      *-----------------------------------------------------------*
       4200-WORK-ONE-HELD-ITEM.

           ADD 1 TO WS-HELD-READ
           MOVE ZEROS TO WS-FOUND-CARD
           PERFORM 4210-MATCH-CARD
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-CARD-COUNT

           MOVE SPACES TO WS-RPT-LINE
           IF WS-FOUND-CARD = ZERO
               PERFORM 4300-CARRY-HELD-ITEM
           ELSE
               PERFORM 4400-SETTLE-HELD-ITEM
           END-IF

           PERFORM 4100-READ-HOLD.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4210-MATCH-CARD - the first unused card naming this item
      *-----------------------------------------------------------*
       4210-MATCH-CARD.

           IF WS-FOUND-CARD = ZERO
                   AND WS-RC-USED-SW (WS-C) = 'N'
                   AND WS-RC-BATCH-DATE (WS-C) = VHLD-BATCH-DATE
                   AND WS-RC-BATCH-NUMBER (WS-C) = VHLD-BATCH-NUMBER
                   AND WS-RC-SEQ (WS-C) = VHLD-SEQ
               MOVE WS-C TO WS-FOUND-CARD
           END-IF.

       4210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-CARRY-HELD-ITEM - still unsettled: back on the hold
      *                   file, and listed so it is not forgotten
      *-----------------------------------------------------------*
       4300-CARRY-HELD-ITEM.

           ADD 1 TO WS-HELD-OUTSTANDING
           MOVE HOLD-RECORD TO NEW-HOLD-RECORD
           WRITE NEW-HOLD-RECORD

           STRING 'BATCH '                     DELIMITED BY SIZE
                  VHLD-BATCH-NUMBER            DELIMITED BY SIZE
                  ' OF '                       DELIMITED BY SIZE
                  VHLD-BATCH-DATE              DELIMITED BY SIZE
                  ' SEQ '                      DELIMITED BY SIZE
                  VHLD-SEQ                     DELIMITED BY SIZE
                  '  STILL HELD SINCE '        DELIMITED BY SIZE
                  VHLD-HELD-DATE               DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-SETTLE-HELD-ITEM - the supervisor must hold settle
      *                   authority for FRMVRFY on OPERAUTH and
      *                   must not have keyed the batch; the keying
      *                   taken must exist. A card that fails leaves
      *                   the item held
      *-----------------------------------------------------------*
       4400-SETTLE-HELD-ITEM.

           MOVE 'Y' TO WS-RC-USED-SW (WS-FOUND-CARD)
           PERFORM 6100-CHECK-AUTHORITY

           EVALUATE TRUE
               WHEN NOT WS-AUTH-FOUND
                   MOVE 'NOT AUTHORISED' TO WS-CHOICE-TEXT
               WHEN WS-RC-SUPERVISOR (WS-FOUND-CARD)
                       = VHLD-OPERATOR-1
                   OR WS-RC-SUPERVISOR (WS-FOUND-CARD)
                       = VHLD-OPERATOR-2
                   MOVE 'SUPERVISOR KEYED IT' TO WS-CHOICE-TEXT
               WHEN WS-RC-CHOICE (WS-FOUND-CARD) = '1'
                       AND VHLD-PRESENT-1 NOT = 'Y'
                   MOVE 'NO FIRST KEYING' TO WS-CHOICE-TEXT
               WHEN WS-RC-CHOICE (WS-FOUND-CARD) = '2'
                       AND VHLD-PRESENT-2 NOT = 'Y'
                   MOVE 'NO SECOND KEYING' TO WS-CHOICE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-CHOICE-TEXT
           END-EVALUATE

           IF WS-CHOICE-TEXT NOT = SPACES
               ADD 1 TO WS-CARDS-REFUSED
               STRING 'BATCH '                 DELIMITED BY SIZE
                      VHLD-BATCH-NUMBER        DELIMITED BY SIZE
                      ' SEQ '                  DELIMITED BY SIZE
                      VHLD-SEQ                 DELIMITED BY SIZE
                      '  CARD REFUSED - '      DELIMITED BY SIZE
                      WS-CHOICE-TEXT           DELIMITED BY '  '
                      ' - STILL HELD'          DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-HELD-OUTSTANDING
               MOVE HOLD-RECORD TO NEW-HOLD-RECORD
               WRITE NEW-HOLD-RECORD
           ELSE
               EVALUATE WS-RC-CHOICE (WS-FOUND-CARD)
                   WHEN '1'
                       ADD 1 TO WS-HELD-SETTLED
                       MOVE 'FIRST KEYING TAKEN' TO WS-CHOICE-TEXT
                       PERFORM 4450-WRITE-SETTLED-HEADER
                       MOVE VHLD-TRAN-CODE-1 TO TRAN-CODE
                       MOVE VHLD-FORM-1      TO TRAN-FORM-DATA
                       PERFORM 5000-FORWARD-TRANSACTION
                   WHEN '2'
                       ADD 1 TO WS-HELD-SETTLED
                       MOVE 'SECOND KEYING TAKEN' TO WS-CHOICE-TEXT
                       PERFORM 4450-WRITE-SETTLED-HEADER
                       MOVE VHLD-TRAN-CODE-2 TO TRAN-CODE
                       MOVE VHLD-FORM-2      TO TRAN-FORM-DATA
                       PERFORM 5000-FORWARD-TRANSACTION
                   WHEN OTHER
                       ADD 1 TO WS-HELD-DISCARDED
                       MOVE 'BOTH DISCARDED' TO WS-CHOICE-TEXT
               END-EVALUATE
               STRING 'BATCH '                 DELIMITED BY SIZE
                      VHLD-BATCH-NUMBER        DELIMITED BY SIZE
                      ' SEQ '                  DELIMITED BY SIZE
                      VHLD-SEQ                 DELIMITED BY SIZE
                      '  '                     DELIMITED BY SIZE
                      WS-CHOICE-TEXT           DELIMITED BY '  '
                      ' BY '                   DELIMITED BY SIZE
                      WS-RC-SUPERVISOR (WS-FOUND-CARD)
                                               DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4450-WRITE-SETTLED-HEADER - settled items go forward under
      *                   a header of their own naming this program,
      *                   as other system-cut batches do; written
      *                   ahead of the first of them
      *-----------------------------------------------------------*
       4450-WRITE-SETTLED-HEADER.

           IF NOT WS-SETTLED-HDR-WRITTEN
               MOVE SPACES          TO TRAN-CONTROL-RECORD
               MOVE 'H'             TO TCTL-CODE
                                       OF TRAN-CONTROL-RECORD
               MOVE WS-RUN-DATE-N   TO TCTL-BATCH-DATE
                                       OF TRAN-CONTROL-RECORD
               MOVE 'FRMVRFY'       TO TCTL-OPERATOR-ID
                                       OF TRAN-CONTROL-RECORD
               MOVE ZEROS           TO TCTL-BATCH-NUMBER
                                       OF TRAN-CONTROL-RECORD
               WRITE TRAN-CONTROL-RECORD
               SET WS-SETTLED-HDR-WRITTEN TO TRUE
           END-IF.

       4450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-REPORT-UNUSED-CARD - a card that matched no held item
      *                   is probably mistyped, and worth a line
      *-----------------------------------------------------------*
       4500-REPORT-UNUSED-CARD.

           IF WS-RC-USED-SW (WS-C) NOT = 'Y'
               ADD 1 TO WS-CARDS-REFUSED
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CARD FOR BATCH '        DELIMITED BY SIZE
                      WS-RC-BATCH-NUMBER (WS-C) DELIMITED BY SIZE
                      ' SEQ '                  DELIMITED BY SIZE
                      WS-RC-SEQ (WS-C)         DELIMITED BY SIZE
                      ' MATCHED NO HELD ITEM'  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-FORWARD-TRANSACTION - one verified transaction onto
      *                   FORMTRAN, counted for its trailer
      *-----------------------------------------------------------*
       5000-FORWARD-TRANSACTION.

           WRITE TRAN-RECORD
           ADD 1 TO WS-TRANS-FORWARDED

           EVALUATE TRUE
               WHEN TRAN-IS-ADD
                   ADD 1 TO WS-ADDS-CUT
               WHEN TRAN-IS-CHANGE
                   ADD 1 TO WS-CHANGES-CUT
               WHEN TRAN-IS-DELETE
                   ADD 1 TO WS-DELETES-CUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FORM-KEY OF TRAN-RECORD NUMERIC
               ADD WS-FORM-KEY OF TRAN-RECORD TO WS-CUT-KEY-HASH
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
      * 6100-CHECK-AUTHORITY - does the supervisor on the matched
      *                   card hold S (settle) authority for FRMVRFY
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

           IF WS-AUTH-TAB-OPERATOR (WS-AUTH-IDX)
                   = WS-RC-SUPERVISOR (WS-FOUND-CARD)
                   AND WS-AUTH-TAB-PROGRAM (WS-AUTH-IDX)
                       = 'FRMVRFY'
                   AND WS-AUTH-TAB-FUNCTION (WS-AUTH-IDX) = 'S'
               SET WS-AUTH-FOUND TO TRUE
           END-IF.

       6110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - cut the FORMTRAN trailer over everything
      *                   sent forward, copy the new hold file back,
      *                   report the totals and file the run record;
      *                   a batch that could not be verified ends
      *                   with return code eight so FRMTREDT holds.
      *                   FORMTRAN is always a whole header/trailer
      *                   batch: a night with no keyings and nothing
      *                   settled goes out as a balanced zero batch
      *                   under this program's own header
      *-----------------------------------------------------------*
       9000-TERMINATE.

           IF WS-FS-TRAN-OK AND NOT WS-RUN-ABORTED
               IF NOT WS-BATCH-PRESENT
                   PERFORM 4450-WRITE-SETTLED-HEADER
               END-IF
               MOVE SPACES          TO TRAN-CONTROL-RECORD
               MOVE 'T'             TO TCTL-CODE
                                       OF TRAN-CONTROL-RECORD
               IF WS-BATCH-PRESENT
                   MOVE WS-BATCH-DATE TO TCTL-BATCH-DATE
                                       OF TRAN-CONTROL-RECORD
               ELSE
                   MOVE WS-RUN-DATE-N TO TCTL-BATCH-DATE
                                       OF TRAN-CONTROL-RECORD
               END-IF
               MOVE WS-ADDS-CUT     TO TCTL-EXP-ADDS
                                       OF TRAN-CONTROL-RECORD
               MOVE WS-CHANGES-CUT  TO TCTL-EXP-CHANGES
                                       OF TRAN-CONTROL-RECORD
               MOVE WS-DELETES-CUT  TO TCTL-EXP-DELETES
                                       OF TRAN-CONTROL-RECORD
               MOVE WS-CUT-KEY-HASH TO TCTL-KEY-HASH
                                       OF TRAN-CONTROL-RECORD
               WRITE TRAN-CONTROL-RECORD
           END-IF
           IF WS-FS-TRAN-OK
               CLOSE TRANSACTION-FILE
           END-IF

           IF WS-BATCH-PRESENT
               CLOSE FIRST-KEYING-FILE
               CLOSE SECOND-KEYING-FILE
           END-IF

           IF WS-HOLD-FILES-OPEN
               IF WS-FS-HOLD NOT = '35'
                   CLOSE HOLD-FILE
               END-IF
               CLOSE NEW-HOLD-FILE
               IF NOT WS-RUN-ABORTED
                   PERFORM 9100-COPY-HOLD-BACK
               END-IF
           END-IF

           IF WS-FS-RPT-OK
               MOVE SPACES TO VERIFY-RPT-RECORD
               WRITE VERIFY-RPT-RECORD AFTER ADVANCING 2 LINES
               MOVE SPACES TO WS-RPT-LINE
               STRING 'COMPARED: '                 DELIMITED BY SIZE
                      WS-PAIRS-COMPARED            DELIMITED BY SIZE
                      '  AGREED: '                 DELIMITED BY SIZE
                      WS-PAIRS-AGREED              DELIMITED BY SIZE
                      '  HELD: '                   DELIMITED BY SIZE
                      WS-PAIRS-HELD                DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'EARLIER HELD: '             DELIMITED BY SIZE
                      WS-HELD-READ                 DELIMITED BY SIZE
                      '  SETTLED: '                DELIMITED BY SIZE
                      WS-HELD-SETTLED              DELIMITED BY SIZE
                      '  DISCARDED: '              DELIMITED BY SIZE
                      WS-HELD-DISCARDED            DELIMITED BY SIZE
                      '  STILL HELD: '             DELIMITED BY SIZE
                      WS-HELD-OUTSTANDING          DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'SENT FORWARD ON FORMTRAN: ' DELIMITED BY SIZE
                      WS-TRANS-FORWARDED           DELIMITED BY SIZE
                      '  CARDS REFUSED: '          DELIMITED BY SIZE
                      WS-CARDS-REFUSED             DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE VERIFY-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               CLOSE VERIFY-RPT-FILE
           END-IF

           DISPLAY 'PAIRS COMPARED.: ' WS-PAIRS-COMPARED
           DISPLAY 'PAIRS AGREED...: ' WS-PAIRS-AGREED
           DISPLAY 'PAIRS HELD.....: ' WS-PAIRS-HELD
           DISPLAY 'HELD SETTLED...: ' WS-HELD-SETTLED
           DISPLAY 'SENT FORWARD...: ' WS-TRANS-FORWARDED

           PERFORM 9500-WRITE-RUN-RECORD

           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-COPY-HOLD-BACK - the new hold file becomes FORMVHLD for
      *                   the next run
      *-----------------------------------------------------------*
       9100-COPY-HOLD-BACK.

           OPEN INPUT NEW-HOLD-FILE
           IF NOT WS-FS-NHOLD-OK
               DISPLAY 'HOLD COPY-BACK FAILED, STATUS '
                       WS-FS-NHOLD ' - FORMVHLD UNCHANGED'
           ELSE
               OPEN OUTPUT HOLD-FILE
               IF NOT WS-FS-HOLD-OK
                   DISPLAY 'HOLD REOPEN FAILED, STATUS '
                           WS-FS-HOLD ' - FORMVHLD UNCHANGED'
               ELSE
                   PERFORM 9110-READ-NEW-HOLD
                   PERFORM 9120-WRITE-OLD-HOLD
                       UNTIL WS-EOF-NHOLD
                   CLOSE HOLD-FILE
               END-IF
               CLOSE NEW-HOLD-FILE
           END-IF.

       9100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9110-READ-NEW-HOLD - read one item off the new hold file
      *-----------------------------------------------------------*
       9110-READ-NEW-HOLD.

           READ NEW-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-NHOLD-SW
           END-READ.

       9110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9120-WRITE-OLD-HOLD - carry one item back onto FORMVHLD and
      *                   read the next
      *-----------------------------------------------------------*
       9120-WRITE-OLD-HOLD.

           MOVE NEW-HOLD-RECORD TO HOLD-RECORD
           WRITE HOLD-RECORD
           PERFORM 9110-READ-NEW-HOLD.

       9120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9500-WRITE-RUN-RECORD - append this run's counts and
      *                   verdict to the common run-control file;
      *                   count 1 is what went forward on FORMTRAN,
      *                   which FRMRECON holds FRMTREDT's read to
      *-----------------------------------------------------------*
       9500-WRITE-RUN-RECORD.

           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-FS-RUNC = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF NOT WS-FS-RUNC-OK
               DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS ' WS-FS-RUNC
           ELSE
               MOVE SPACES             TO RUN-CONTROL-RECORD
               MOVE 'FRMVRFY'          TO RUNR-PROGRAM
               MOVE WS-RUN-DATE-N      TO RUNR-RUN-DATE
               MOVE WS-TRANS-FORWARDED TO RUNR-COUNT-1
               MOVE WS-PAIRS-COMPARED  TO RUNR-COUNT-2
               MOVE WS-PAIRS-AGREED    TO RUNR-COUNT-3
               MOVE WS-PAIRS-HELD      TO RUNR-COUNT-4
               ADD WS-HELD-SETTLED WS-HELD-DISCARDED
                   GIVING RUNR-COUNT-5
               IF WS-RUN-ABORTED
                   MOVE 'S' TO RUNR-OUTCOME
               ELSE
                   MOVE 'C' TO RUNR-OUTCOME
               END-IF
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9500-EXIT.
           EXIT.

       END PROGRAM FRMVRFY.
