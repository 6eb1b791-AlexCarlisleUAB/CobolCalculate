               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-RUN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUMM-DATE
               FILE STATUS IS WS-SUMM-FILE-STATUS.
           SELECT CAL-PERIOD ASSIGN TO "calcperd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT OPER-MAST ASSIGN TO "opermast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT CAL-CLISTMT ASSIGN TO "clientstmt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CST-FILE-STATUS.
           SELECT PEND-APPR ASSIGN TO "pendappr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT TRAN-WHSE ASSIGN TO "warehouse.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHS-KEY
               ALTERNATE RECORD KEY IS WHS-EFF-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-WHS-FILE-STATUS.
           SELECT CAL-LOCK ASSIGN TO "calclock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FILE-STATUS.

       DATA DIVISION.

            05 TRANS-NUMTWO PIC 9(4).
            05 TRANS-OPCODE PIC X.
            05 TRANS-CLIENT PIC X(6).
            05 TRANS-EFF-DATE PIC X(8).
            05 TRANS-TRAILING PIC X(57).
        01 TRANS-CTL-RECORD.
            05 TRANS-CTL-TYPE   PIC X.
            05 TRANS-CTL-BATCH  PIC X(8).
            05 CKPT-SRC-SEEN  PIC 9(2).
            05 CKPT-SRC-TABLE PIC X(390).
            05 CKPT-DLM-READ  PIC 9(7).
            05 CKPT-HLD-COUNT PIC 9(5).
            05 CKPT-REL-COUNT PIC 9(5).
            05 CKPT-WHS-COUNT PIC 9(5).
            05 CKPT-WRL-COUNT PIC 9(5).

        FD CAL-VARIANCE.
        01 VAR-PRINT-LINE   PIC X(132).
            05 HIST-CLIENT     PIC X(6).
            05 HIST-SOURCE     PIC X(2).
            05 HIST-RUN-ID     PIC X(15).
            05 HIST-CLIENT-KEY.
                10 HIST-CKEY-CLIENT PIC X(6).
                10 HIST-CKEY-DATE   PIC 9(8).

        FD PRODATE-FILE.
        01 PRO-RECORD.
            05 SUMM-REJECTS    PIC 9(5).
            05 SUMM-DUPS       PIC 9(5).

        FD CAL-PERIOD.
        01 PRD-RECORD.
            05 PRD-CLOSED-PERIOD PIC 9(6).
            05 PRD-CLOSE-DATE    PIC 9(8).
            05 PRD-CLOSE-TIME    PIC 9(6).
            05 PRD-CLOSE-OPER    PIC X(8).

        FD OPER-MAST.
        01 OPR-RECORD.
            05 OPR-ID          PIC X(8).
            05 CLI-NAME        PIC X(30).
            05 CLI-STATUS      PIC X.
            05 CLI-ADD-DATE    PIC 9(8).
            05 CLI-MAX-RESULT  PIC 9(9).
            05 CLI-MAX-PAIRS   PIC 9(5).

        FD CAL-CLISTMT.
        01 CST-PRINT-LINE   PIC X(132).

        FD PEND-APPR.
        01 PND-RECORD.
            05 PND-KEY.
                10 PND-HOLD-DATE   PIC 9(8).
                10 PND-HOLD-SEQ    PIC 9(5).
            05 PND-STATUS      PIC X.
            05 PND-LIMIT-TYPE  PIC X.
            05 PND-CLIENT      PIC X(6).
            05 PND-SOURCE      PIC X(2).
            05 PND-RESULT      PIC 9(9)V99.
            05 PND-LIMIT       PIC 9(9).
            05 PND-HOLD-RUN-ID PIC X(15).
            05 PND-HOLD-OPER   PIC X(8).
            05 PND-ACT-OPER    PIC X(8).
            05 PND-ACT-DATE    PIC 9(8).
            05 PND-ACT-TIME    PIC 9(6).
            05 PND-POST-RUN-ID PIC X(15).
            05 PND-IMAGE       PIC X(80).

        FD TRAN-WHSE.
        01 WHS-RECORD.
            05 WHS-KEY.
                10 WHS-RECV-DATE   PIC 9(8).
                10 WHS-RECV-SEQ    PIC 9(5).
            05 WHS-STATUS      PIC X.
            05 WHS-EFF-DATE    PIC 9(8).
            05 WHS-CLIENT      PIC X(6).
            05 WHS-SOURCE      PIC X(2).
            05 WHS-BATCH-ID    PIC X(8).
            05 WHS-RECV-RUN-ID PIC X(15).
            05 WHS-RECV-OPER   PIC X(8).
            05 WHS-ACT-OPER    PIC X(8).
            05 WHS-ACT-DATE    PIC 9(8).
            05 WHS-ACT-TIME    PIC 9(6).
            05 WHS-POST-RUN-ID PIC X(15).
            05 WHS-IMAGE       PIC X(80).

        FD CAL-LOCK.
        01 LCK-RECORD.
            05 LCK-PROGRAM      PIC X(10).
            05 LCK-OPERATOR     PIC X(8).
            05 LCK-START-DATE   PIC 9(8).
            05 LCK-START-TIME   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 numberOne      pic S9(4).
       01 numberTwo      pic S9(4).
       01 WS-CLI-FILE-STATUS    pic XX value spaces.
       01 WS-CST-FILE-STATUS    pic XX value spaces.
       01 WS-OPR-FILE-STATUS    pic XX value spaces.
       01 WS-PND-FILE-STATUS    pic XX value spaces.
       01 WS-WHS-FILE-STATUS    pic XX value spaces.
       01 WS-LCK-FILE-STATUS    pic XX value spaces.

       01 WS-LOCK-HELD-FLAG     pic X value "N".
           88 WS-LOCK-HELD             value "Y".

       01 WS-LOCK-BUSY-FLAG     pic X value "N".
           88 WS-LOCK-BUSY             value "Y".

       01 WS-LOG-LOCK-FLAG      pic X value "N".
           88 WS-LOG-LOCK-TAKEN        value "Y".

       01 WS-LOCK-HOLDER.
           05 WS-LKH-PROGRAM    pic X(10).
           05 WS-LKH-OPERATOR   pic X(8).
           05 WS-LKH-START-DATE pic 9(8).
           05 WS-LKH-START-TIME pic 9(6).

       01 WS-OPER-LEVEL         pic 9 value zero.
       01 WS-SITE-TOL-PCT       pic 9(3) value 20.
       01 WS-DENY-REASON        pic X(40) value spaces.
       01 WS-PRO-FILE-STATUS    pic XX value spaces.
       01 WS-SUMM-FILE-STATUS   pic XX value spaces.
       01 WS-PRD-FILE-STATUS    pic XX value spaces.
       01 WS-CLOSED-PERIOD      pic 9(6) value zero.
       01 WS-RUN-PERIOD         pic 9(6) value zero.
       01 WS-MONTH-KEY          pic 9(8) value zero.

       01 WS-SUMM-FOUND-FLAG    pic X value "N".
           88 WS-SUMM-FOUND             value "Y".
       01 WS-TOL-TEXT        pic X(5) value spaces.
       01 WS-TOL-PCT         pic 9(3) value 20.
       01 WS-FORCE-TOKEN     pic X(10) value spaces.
       01 WS-PERIOD-TOKEN    pic X(10) value spaces.

       01 WS-PERIOD-OVR-FLAG pic X value "N".
           88 WS-PERIOD-OVERRIDE   value "Y".

       01 WS-FORCE-FLAG      pic X value "N".
           88 WS-FORCE-DUP         value "Y".
           05 WS-TRW-OPCODE   PIC X.
           05 WS-TRW-CLIENT   PIC X(6).
           05 WS-TRW-TRAILING PIC X(65).
           05 WS-TRW-TRAIL-PARTS REDEFINES WS-TRW-TRAILING.
               10 WS-TRW-EFF-DATE   PIC 9(8).
               10 WS-TRW-EFF-DATE-X REDEFINES WS-TRW-EFF-DATE
                                    PIC X(8).
               10 WS-TRW-REST       PIC X(57).

       01 WS-EFF-FUTURE-FLAG pic X value "N".
           88 WS-EFF-FUTURE        value "Y".

       01 WS-VAL-DATE        pic 9(8) value zero.
       01 WS-VAL-PARTS REDEFINES WS-VAL-DATE.
           05 WS-VAL-YYYY pic 9(4).
           05 WS-VAL-MM   pic 9(2).
           05 WS-VAL-DD   pic 9(2).
       01 WS-VAL-OK-FLAG     pic X value "N".
           88 WS-VAL-OK            value "Y".
       01 WS-VAL-MAX-DD      pic 9(2) value zero.
       01 WS-VAL-REM         pic 9(4) value zero.

       01 WS-REC-WORK        pic X(80) value spaces.
       01 WS-CTL-WORK REDEFINES WS-REC-WORK.

       01 WS-CLIENT-ID       pic X(6) value spaces.

       01 WS-CLI-MAX-RESULT  pic 9(9) value zero.
       01 WS-CLI-MAX-PAIRS   pic 9(5) value zero.
       01 WS-LIM-WORK        pic S9(9)V99 value zero.
       01 WS-LIM-RESULT      pic 9(9)V99 value zero.
       01 WS-LIM-PAIRS       pic 9(7) value zero.
       01 WS-LIMIT-TYPE      pic X value space.
       01 WS-LIMIT-VALUE     pic 9(9) value zero.

       01 WS-LIMIT-FLAG      pic X value "N".
           88 WS-LIMIT-EXCEEDED    value "Y".

       01 WS-LIMSCAN-EOF-FLAG pic X value "N".
           88 WS-LIMSCAN-AT-EOF    value "Y".

       01 WS-RELEASE-POST-FLAG pic X value "N".
           88 WS-RELEASE-POSTING   value "Y".

       01 WS-PND-EOF-FLAG    pic X value "N".
           88 WS-PND-AT-EOF        value "Y".

       01 WS-PND-WROTE-FLAG  pic X value "N".
           88 WS-PND-WROTE         value "Y".

       01 WS-PND-FAIL-FLAG   pic X value "N".
           88 WS-PND-FAILED        value "Y".

       01 WS-PND-SEQ         pic 9(5) value zero.
       01 WS-HELD-COUNT      pic 9(5) value zero.
       01 WS-HELD-BASE       pic 9(5) value zero.
       01 WS-HELD-IX         pic 9(5) value zero.
       01 WS-RELEASE-COUNT   pic 9(5) value zero.

       01 WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 100 TIMES.
               10 WS-HLD-TBL-DATE   PIC 9(8).
               10 WS-HLD-TBL-SEQ    PIC 9(5).
               10 WS-HLD-TBL-CLIENT PIC X(6).
               10 WS-HLD-TBL-SOURCE PIC X(2).
               10 WS-HLD-TBL-TYPE   PIC X.
               10 WS-HLD-TBL-RESULT PIC 9(9)V99.
               10 WS-HLD-TBL-LIMIT  PIC 9(9).

       01 WS-WHS-EOF-FLAG    pic X value "N".
           88 WS-WHS-AT-EOF        value "Y".

       01 WS-WHS-WROTE-FLAG  pic X value "N".
           88 WS-WHS-WROTE         value "Y".

       01 WS-WHS-FAIL-FLAG   pic X value "N".
           88 WS-WHS-FAILED        value "Y".

       01 WS-WHS-SEQ         pic 9(5) value zero.
       01 WS-WHS-COUNT       pic 9(5) value zero.
       01 WS-WHS-REL-COUNT   pic 9(5) value zero.
       01 WS-WHS-EVENTS      pic 9(5) value zero.
       01 WS-WHS-BASE        pic 9(5) value zero.
       01 WS-WHS-IX          pic 9(5) value zero.
       01 WS-WHS-BATCH-WK    pic X(8) value spaces.
       01 WS-WHS-EVENT-WK    pic X(10) value spaces.

       01 WS-WHS-TABLE.
           05 WS-WHS-ENTRY OCCURS 100 TIMES.
               10 WS-WHS-TBL-DATE   PIC 9(8).
               10 WS-WHS-TBL-SEQ    PIC 9(5).
               10 WS-WHS-TBL-EFF    PIC 9(8).
               10 WS-WHS-TBL-CLIENT PIC X(6).
               10 WS-WHS-TBL-SOURCE PIC X(2).
               10 WS-WHS-TBL-BATCH  PIC X(8).
               10 WS-WHS-TBL-EVENT  PIC X(10).

       01 WS-SOURCE-ID       pic X(2) value "00".
       01 WS-SRC-NAME-WK     pic X(20) value spaces.
       01 WS-SRC-SEEN        pic 9(2) value zero.
           05 SUM-OP-DIV     PIC ZZZZ9.
           05 FILLER         PIC X(64) VALUE SPACES.

       01 CAL-SUMMARY-LINE5.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(19) VALUE "HELD FOR APPROVAL: ".
           05 SUM-HLD-COUNT  PIC ZZZZ9.
           05 FILLER         PIC X(5) VALUE SPACES.
           05 FILLER         PIC X(10) VALUE "RELEASED: ".
           05 SUM-REL-COUNT  PIC ZZZZ9.
           05 FILLER         PIC X(86) VALUE SPACES.

       01 CAL-SUMMARY-LINE6.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(12) VALUE "WAREHOUSED: ".
           05 SUM-WHS-COUNT  PIC ZZZZ9.
           05 FILLER         PIC X(5) VALUE SPACES.
           05 FILLER         PIC X(25)
               VALUE "RELEASED FROM WAREHOUSE: ".
           05 SUM-WRL-COUNT  PIC ZZZZ9.
           05 FILLER         PIC X(78) VALUE SPACES.

       01 CAL-WHSE-HEADING.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(19) VALUE "FUTURE-DATED PAIRS:".
           05 FILLER         PIC X(111) VALUE SPACES.

       01 CAL-WHSE-LINE.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(6) VALUE "WHSE: ".
           05 WHSL-DATE      PIC 9(8).
           05 WHSL-SEQ       PIC 9(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(5) VALUE "EFF: ".
           05 WHSL-EFF       PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(8) VALUE "CLIENT: ".
           05 WHSL-CLIENT    PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(5) VALUE "SRC: ".
           05 WHSL-SOURCE    PIC X(2).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(7) VALUE "BATCH: ".
           05 WHSL-BATCH     PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WHSL-EVENT     PIC X(10).
           05 FILLER         PIC X(42) VALUE SPACES.

       01 CAL-WHSE-MORE.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(27) VALUE "FIRST 100 ENTRIES SHOWN    ".
           05 FILLER     PIC X(28) VALUE "- FULL LIST IN warehouse.dat".
           05 FILLER     PIC X(75) VALUE SPACES.

       01 CAL-HELD-HEADING.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(24) VALUE "PAIRS HELD FOR APPROVAL:".
           05 FILLER         PIC X(106) VALUE SPACES.

       01 CAL-HELD-LINE.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(6) VALUE "HOLD: ".
           05 HLDL-DATE      PIC 9(8).
           05 HLDL-SEQ       PIC 9(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(8) VALUE "CLIENT: ".
           05 HLDL-CLIENT    PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(5) VALUE "SRC: ".
           05 HLDL-SOURCE    PIC X(2).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 HLDL-DESC      PIC X(18).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(7) VALUE "VALUE: ".
           05 HLDL-RESULT    PIC Z(8)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(7) VALUE "LIMIT: ".
           05 HLDL-LIMIT     PIC Z(8)9.
           05 FILLER         PIC X(27) VALUE SPACES.

       01 CAL-HELD-MORE.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(27) VALUE "FIRST 100 HELD PAIRS SHOWN ".
           05 FILLER     PIC X(27) VALUE "- FULL LIST IN pendappr.dat".
           05 FILLER     PIC X(76) VALUE SPACES.

       01 CAL-SOURCE-HEADING.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(15) VALUE "SOURCE CONTROL:".
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-OPERATOR-ID-TEXT WS-MAX-PAIRS-TEXT
                        WS-RESTART-TOKEN WS-TOL-TEXT
                        WS-FORCE-TOKEN WS-PERIOD-TOKEN
               END-UNSTRING
               IF WS-OPERATOR-ID-TEXT NOT = SPACES
                   MOVE WS-OPERATOR-ID-TEXT TO WS-OPERATOR-ID
               IF WS-FORCE-TOKEN = "FORCEDUP"
                   SET WS-FORCE-DUP TO TRUE
               END-IF
               IF WS-PERIOD-TOKEN = "PERIODOVR"
                   SET WS-PERIOD-OVERRIDE TO TRUE
               END-IF
               IF WS-MAX-PAIRS-TEXT NOT = SPACES
                   COMPUTE WS-MAX-PAIRS =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-MAX-PAIRS-TEXT))
           END-IF.

           PERFORM 0167-VERIFY-OPERATOR.
           PERFORM 0178-TAKE-RUN-LOCK.

           IF WS-RESTART-REQUESTED
               PERFORM 0101-LOAD-CHECKPOINT
           PERFORM 0106-OPEN-HISTORY-FILE.
           PERFORM 0107-SEED-HISTORY-SEQ.
           PERFORM 0118-OPEN-CLIENT-FILE.
           PERFORM 0174-OPEN-PENDING-FILE.
           PERFORM 0175-SEED-PENDING-SEQ.
           PERFORM 0173-OPEN-WAREHOUSE-FILE.
           PERFORM 0177-SEED-WAREHOUSE-SEQ.

           IF WS-RESTART-REQUESTED AND WS-CKPT-LOADED
               PERFORM 0104-SKIP-PROCESSED-RECORDS
           END-IF.
           IF WS-RUN-COMPLETE
               PERFORM 0130-PROCESS-RECYCLE
               PERFORM 0180-PROCESS-APPROVALS
               PERFORM 0185-RELEASE-WAREHOUSE
           END-IF.
           PERFORM 0120-END-RUN.

               END-IF
           END-IF.

           PERFORM 0176-CHECK-PERIOD-LOCK.

       0176-CHECK-PERIOD-LOCK.
           OPEN INPUT CAL-PERIOD.
           IF WS-PRD-FILE-STATUS = "00"
               READ CAL-PERIOD
                   AT END CONTINUE
                   NOT AT END
                       IF PRD-CLOSED-PERIOD NUMERIC
                           MOVE PRD-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE CAL-PERIOD
           END-IF.
           COMPUTE WS-RUN-PERIOD = WS-RUN-YYYY * 100 + WS-RUN-MM.
           IF WS-RUN-PERIOD <= WS-CLOSED-PERIOD
               IF NOT WS-PERIOD-OVERRIDE
                   MOVE "BUSINESS DATE IS IN A CLOSED MONTH" TO
                       WS-DENY-REASON
                   PERFORM 0192-DENY-RUN
               END-IF
               IF WS-OPER-LEVEL < 2
                   MOVE "PERIODOVR NEEDS SUPERVISOR" TO
                       WS-DENY-REASON
                   PERFORM 0192-DENY-RUN
               END-IF
               DISPLAY "CALCULATE: BUSINESS DATE " WS-RUN-DATE-8
                   " IS IN CLOSED PERIOD " WS-RUN-PERIOD
                   " - POSTING UNDER SUPERVISOR OVERRIDE BY "
                   WS-OPERATOR-ID "."
           END-IF.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "CALCULATE: STARTUP ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
       0192-DENY-RUN.
           DISPLAY "CALCULATE: RUN DENIED FOR OPERATOR "
               WS-OPERATOR-ID " - " WS-DENY-REASON ".".
           MOVE "DENIED" TO WS-RLOG-DISP.
           PERFORM 0145-WRITE-RUN-LOG.
           MOVE 16 TO RETURN-CODE.
                           MOVE CKPT-SRC-SEEN TO WS-SRC-SEEN
                           MOVE CKPT-SRC-TABLE TO WS-SRC-TABLE
                           MOVE CKPT-DLM-READ TO WS-DLM-READ
                           MOVE CKPT-HLD-COUNT TO WS-HELD-COUNT
                           MOVE CKPT-HLD-COUNT TO WS-HELD-BASE
                           MOVE CKPT-REL-COUNT TO WS-RELEASE-COUNT
                           MOVE CKPT-WHS-COUNT TO WS-WHS-COUNT
                           MOVE CKPT-WRL-COUNT TO WS-WHS-REL-COUNT
                           COMPUTE WS-WHS-EVENTS =
                               CKPT-WHS-COUNT + CKPT-WRL-COUNT
                           MOVE WS-WHS-EVENTS TO WS-WHS-BASE
                       END-IF
               END-READ
               CLOSE CAL-CHECKPOINT
           MOVE ZERO TO CKPT-SRC-SEEN.
           MOVE SPACES TO CKPT-SRC-TABLE.
           MOVE ZERO TO CKPT-DLM-READ.
           MOVE ZERO TO CKPT-HLD-COUNT CKPT-REL-COUNT.
           MOVE ZERO TO CKPT-WHS-COUNT CKPT-WRL-COUNT.
           OPEN OUTPUT CAL-CHECKPOINT.
           WRITE CKPT-RECORD.
           CLOSE CAL-CHECKPOINT.
           DISPLAY "PATH IS WRITABLE.".
           MOVE "ABEND" TO WS-RLOG-DISP.
           PERFORM 0145-WRITE-RUN-LOG.
           PERFORM 0179-RELEASE-RUN-LOCK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

           DISPLAY "FROM THE START OF transactions.dat.".
           MOVE "ABEND" TO WS-RLOG-DISP.
           PERFORM 0145-WRITE-RUN-LOG.
           PERFORM 0179-RELEASE-RUN-LOCK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

           DISPLAY "LAYOUT FIRST.".
           MOVE "ABEND" TO WS-RLOG-DISP.
           PERFORM 0145-WRITE-RUN-LOG.
           PERFORM 0179-RELEASE-RUN-LOCK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

           DISPLAY "THAT IS VALIDATED AGAINST THE CLIENT MASTER, SO".
           DISPLAY "THE RUN CANNOT START WITHOUT IT. BUILD THE FILE".
           DISPLAY "WITH THE CLIENTMT UTILITY (ADD,client-id,name)".
           DISPLAY "AND RERUN. IF THE FILE PREDATES THE CLIENT LIMIT".
           DISPLAY "FIELDS (ADDED AT THE END OF THE RECORD), RELOAD".
           DISPLAY "IT IN THE NEW LAYOUT FIRST.".
           MOVE "ABEND" TO WS-RLOG-DISP.
           PERFORM 0145-WRITE-RUN-LOG.
           PERFORM 0179-RELEASE-RUN-LOCK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0174-OPEN-PENDING-FILE.
           OPEN I-O PEND-APPR.
           IF WS-PND-FILE-STATUS = "35"
               OPEN OUTPUT PEND-APPR
               CLOSE PEND-APPR
               OPEN I-O PEND-APPR
           END-IF.
           IF WS-PND-FILE-STATUS NOT = "00"
               PERFORM 0194-ABORT-PENDING-OPEN
           END-IF.

       0194-ABORT-PENDING-OPEN.
           DISPLAY "CALCULATE: STARTUP ABORTED.".
           DISPLAY "pendappr.dat COULD NOT BE OPENED (STATUS "
               WS-PND-FILE-STATUS ").".
           DISPLAY "PAIRS OVER A CLIENT LIMIT ARE HELD ON THE".
           DISPLAY "PENDING-APPROVAL FILE, AND RELEASED PAIRS ARE".
           DISPLAY "POSTED FROM IT, SO THE RUN CANNOT START".
           DISPLAY "WITHOUT IT.".
           MOVE "ABEND" TO WS-RLOG-DISP.
           PERFORM 0145-WRITE-RUN-LOG.
           PERFORM 0179-RELEASE-RUN-LOCK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0175-SEED-PENDING-SEQ.
           MOVE ZERO TO WS-PND-SEQ.
           MOVE WS-RUN-DATE-8 TO PND-HOLD-DATE.
           MOVE 99999 TO PND-HOLD-SEQ.
           START PEND-APPR KEY IS LESS THAN OR EQUAL TO PND-KEY
               INVALID KEY CONTINUE
           END-START.
           IF WS-PND-FILE-STATUS = "00"
               READ PEND-APPR NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF PND-HOLD-DATE = WS-RUN-DATE-8
                           MOVE PND-HOLD-SEQ TO WS-PND-SEQ
                       END-IF
               END-READ
           END-IF.

       0173-OPEN-WAREHOUSE-FILE.
           OPEN I-O TRAN-WHSE.
           IF WS-WHS-FILE-STATUS = "35"
               OPEN OUTPUT TRAN-WHSE
               CLOSE TRAN-WHSE
               OPEN I-O TRAN-WHSE
           END-IF.
           IF WS-WHS-FILE-STATUS NOT = "00"
               PERFORM 0190-ABORT-WAREHOUSE-OPEN
           END-IF.

       0190-ABORT-WAREHOUSE-OPEN.
           DISPLAY "CALCULATE: STARTUP ABORTED.".
           DISPLAY "warehouse.dat COULD NOT BE OPENED (STATUS "
               WS-WHS-FILE-STATUS ").".
           DISPLAY "PAIRS CARRYING AN EFFECTIVE DATE AFTER THE".
           DISPLAY "BUSINESS DATE ARE WAREHOUSED ON IT, AND PAIRS".
           DISPLAY "THAT HAVE COME DUE ARE RELEASED FROM IT, SO THE".
           DISPLAY "RUN CANNOT START WITHOUT IT.".
           MOVE "ABEND" TO WS-RLOG-DISP.
           PERFORM 0145-WRITE-RUN-LOG.
           PERFORM 0179-RELEASE-RUN-LOCK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0177-SEED-WAREHOUSE-SEQ.
           MOVE ZERO TO WS-WHS-SEQ.
           MOVE WS-RUN-DATE-8 TO WHS-RECV-DATE.
           MOVE 99999 TO WHS-RECV-SEQ.
           START TRAN-WHSE KEY IS LESS THAN OR EQUAL TO WHS-KEY
               INVALID KEY CONTINUE
           END-START.
           IF WS-WHS-FILE-STATUS = "00"
               READ TRAN-WHSE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF WHS-RECV-DATE = WS-RUN-DATE-8
                           MOVE WHS-RECV-SEQ TO WS-WHS-SEQ
                       END-IF
               END-READ
           END-IF.

       0107-SEED-HISTORY-SEQ.
           MOVE ZERO TO WS-HIST-SEQ.
           MOVE WS-RUN-DATE-8 TO HIST-RUN-DATE.
           END-IF.

           PERFORM 0113-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN WS-EDIT-OK AND WS-EFF-FUTURE
                   MOVE WS-BATCH-ID TO WS-WHS-BATCH-WK
                   PERFORM 0184-WAREHOUSE-PAIR
               WHEN WS-EDIT-OK
                   PERFORM 0110-INPUT-NUMBERS
                   ADD 1 TO WS-PAIRS-THIS-RUN
                   ADD 1 TO WS-SRC-TBL-PAIRS(WS-SRC-CUR)
               WHEN OTHER
                   PERFORM 0114-WRITE-REJECT
                   PERFORM 0122-SAVE-CHECKPOINT
           END-EVALUATE.

       0131-START-BATCH.
           IF WS-BATCH-ACTIVE
       0113-EDIT-TRANSACTION.
           SET WS-EDIT-OK TO TRUE.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE "N" TO WS-EFF-FUTURE-FLAG.
           MOVE WS-TRW-OPCODE TO WS-EDIT-OPCODE.

           EVALUATE TRUE
               WHEN WS-TRW-REST NOT = SPACES
                   MOVE "04" TO WS-EDIT-REASON
               WHEN WS-TRW-NUMONE NOT NUMERIC
                   MOVE "01" TO WS-EDIT-REASON
                   MOVE "06" TO WS-EDIT-REASON
           END-EVALUATE.

           IF WS-EDIT-REASON = SPACES
              AND WS-TRW-EFF-DATE-X NOT = SPACES
               PERFORM 0168-VALIDATE-EFF-DATE
               IF NOT WS-VAL-OK
                   MOVE "09" TO WS-EDIT-REASON
               ELSE
                   IF WS-TRW-EFF-DATE > WS-RUN-DATE-8
                       SET WS-EFF-FUTURE TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF WS-EDIT-REASON = SPACES
               PERFORM 0116-VERIFY-CLIENT
           END-IF.
               SET WS-EDIT-FAILED TO TRUE
           END-IF.

       0168-VALIDATE-EFF-DATE.
           MOVE "N" TO WS-VAL-OK-FLAG.
           IF WS-TRW-EFF-DATE-X NUMERIC
               MOVE WS-TRW-EFF-DATE TO WS-VAL-DATE
               IF WS-VAL-YYYY < 1990 OR WS-VAL-YYYY > 2999
                  OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
                   CONTINUE
               ELSE
                   EVALUATE WS-VAL-MM
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO WS-VAL-MAX-DD
                       WHEN 2
                           MOVE 28 TO WS-VAL-MAX-DD
                           COMPUTE WS-VAL-REM =
                               FUNCTION MOD(WS-VAL-YYYY, 4)
                           IF WS-VAL-REM = ZERO
                               MOVE 29 TO WS-VAL-MAX-DD
                               COMPUTE WS-VAL-REM =
                                   FUNCTION MOD(WS-VAL-YYYY, 100)
                               IF WS-VAL-REM = ZERO
                                   COMPUTE WS-VAL-REM =
                                       FUNCTION MOD(WS-VAL-YYYY, 400)
                                   IF WS-VAL-REM NOT = ZERO
                                       MOVE 28 TO WS-VAL-MAX-DD
                                   END-IF
                               END-IF
                           END-IF
                       WHEN OTHER
                           MOVE 31 TO WS-VAL-MAX-DD
                   END-EVALUATE
                   IF WS-VAL-DD >= 1 AND WS-VAL-DD <= WS-VAL-MAX-DD
                       SET WS-VAL-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       0116-VERIFY-CLIENT.
           MOVE WS-TRW-CLIENT TO CLI-ID.
           MOVE ZERO TO WS-CLI-MAX-RESULT WS-CLI-MAX-PAIRS.
           READ CLIENT-MAST
               INVALID KEY MOVE "06" TO WS-EDIT-REASON
               NOT INVALID KEY
                   IF CLI-STATUS NOT = "A"
                       MOVE "07" TO WS-EDIT-REASON
                   END-IF
                   IF CLI-MAX-RESULT NUMERIC
                       MOVE CLI-MAX-RESULT TO WS-CLI-MAX-RESULT
                   END-IF
                   IF CLI-MAX-PAIRS NUMERIC
                       MOVE CLI-MAX-PAIRS TO WS-CLI-MAX-PAIRS
                   END-IF
           END-READ.

       0114-WRITE-REJECT.
           END-IF.

           MOVE "N" TO WS-DUP-FLAG.
           IF NOT WS-FORCE-DUP AND NOT WS-RELEASE-POSTING
               PERFORM 0141-CHECK-DUPLICATE
           END-IF.

               PERFORM 0142-SKIP-DUPLICATE
           ELSE
               PERFORM 0115-VALIDATE-NUMBERS
               MOVE "N" TO WS-LIMIT-FLAG
               IF NOT WS-RELEASE-POSTING
                   PERFORM 0154-CHECK-CLIENT-LIMITS
               END-IF
               IF WS-LIMIT-EXCEEDED
                   PERFORM 0156-HOLD-PAIR
               ELSE
                   PERFORM 0117-COMPUTE-RESULTS
                   PERFORM 0119-WRITE-DETAIL
               END-IF
               PERFORM 0122-SAVE-CHECKPOINT
           END-IF.

       0141-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPSCAN-EOF-FLAG.
           MOVE WS-CLIENT-ID TO HIST-CKEY-CLIENT.
           MOVE WS-RUN-DATE-8 TO HIST-CKEY-DATE.
           START CALC-HIST KEY IS EQUAL TO HIST-CLIENT-KEY
               INVALID KEY SET WS-DUPSCAN-AT-EOF TO TRUE
           END-START.
           IF WS-HIST-FILE-STATUS NOT = "00"
               READ CALC-HIST NEXT RECORD
                   AT END SET WS-DUPSCAN-AT-EOF TO TRUE
                   NOT AT END
                       IF HIST-CKEY-CLIENT NOT = WS-CLIENT-ID
                          OR HIST-CKEY-DATE NOT = WS-RUN-DATE-8
                           SET WS-DUPSCAN-AT-EOF TO TRUE
                       ELSE
                           IF HIST-NUMONE = numberOne
                              AND HIST-NUMTWO = numberTwo
                              AND HIST-OP-CODE = WS-OP-CODE
                               SET WS-DUP-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
               IF WS-HIST-FILE-STATUS NOT = "00"
                  AND WS-HIST-FILE-STATUS NOT = "02"
                   SET WS-DUPSCAN-AT-EOF TO TRUE
               END-IF
           END-PERFORM.
           END-IF.
           PERFORM 0122-SAVE-CHECKPOINT.

       0154-CHECK-CLIENT-LIMITS.
           MOVE ZERO TO WS-LIM-RESULT.
           IF WS-CLI-MAX-RESULT > ZERO
               IF WS-OP-WANT-ADD
                   COMPUTE WS-LIM-WORK = numberOne + numberTwo
                   PERFORM 0158-NOTE-LIMIT-RESULT
               END-IF
               IF WS-OP-WANT-SUB
                   COMPUTE WS-LIM-WORK = numberOne - numberTwo
                   PERFORM 0158-NOTE-LIMIT-RESULT
               END-IF
               IF WS-OP-WANT-MULT
                   COMPUTE WS-LIM-WORK = numberOne * numberTwo
                   PERFORM 0158-NOTE-LIMIT-RESULT
               END-IF
               IF WS-OP-WANT-DIV AND WS-DIV-OK
                   COMPUTE WS-LIM-WORK = numberOne / numberTwo
                   PERFORM 0158-NOTE-LIMIT-RESULT
               END-IF
               IF WS-LIM-RESULT > WS-CLI-MAX-RESULT
                   SET WS-LIMIT-EXCEEDED TO TRUE
                   MOVE "V" TO WS-LIMIT-TYPE
                   MOVE WS-CLI-MAX-RESULT TO WS-LIMIT-VALUE
               END-IF
           END-IF.

           IF NOT WS-LIMIT-EXCEEDED AND WS-CLI-MAX-PAIRS > ZERO
               PERFORM 0155-COUNT-CLIENT-PAIRS
               IF WS-LIM-PAIRS >= WS-CLI-MAX-PAIRS
                   SET WS-LIMIT-EXCEEDED TO TRUE
                   MOVE "C" TO WS-LIMIT-TYPE
                   MOVE WS-CLI-MAX-PAIRS TO WS-LIMIT-VALUE
                   COMPUTE WS-LIM-RESULT = WS-LIM-PAIRS + 1
               END-IF
           END-IF.

       0158-NOTE-LIMIT-RESULT.
           IF WS-LIM-WORK < ZERO
               COMPUTE WS-LIM-WORK = WS-LIM-WORK * -1
           END-IF.
           IF WS-LIM-WORK > WS-LIM-RESULT
               MOVE WS-LIM-WORK TO WS-LIM-RESULT
           END-IF.

       0155-COUNT-CLIENT-PAIRS.
           MOVE ZERO TO WS-LIM-PAIRS.
           MOVE "N" TO WS-LIMSCAN-EOF-FLAG.
           MOVE WS-CLIENT-ID TO HIST-CKEY-CLIENT.
           MOVE WS-RUN-DATE-8 TO HIST-CKEY-DATE.
           START CALC-HIST KEY IS EQUAL TO HIST-CLIENT-KEY
               INVALID KEY SET WS-LIMSCAN-AT-EOF TO TRUE
           END-START.
           IF WS-HIST-FILE-STATUS NOT = "00"
               SET WS-LIMSCAN-AT-EOF TO TRUE
           END-IF.

           PERFORM UNTIL WS-LIMSCAN-AT-EOF
               READ CALC-HIST NEXT RECORD
                   AT END SET WS-LIMSCAN-AT-EOF TO TRUE
                   NOT AT END
                       IF HIST-CKEY-CLIENT NOT = WS-CLIENT-ID
                          OR HIST-CKEY-DATE NOT = WS-RUN-DATE-8
                           SET WS-LIMSCAN-AT-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-LIM-PAIRS
                       END-IF
               END-READ
               IF WS-HIST-FILE-STATUS NOT = "00"
                  AND WS-HIST-FILE-STATUS NOT = "02"
                   SET WS-LIMSCAN-AT-EOF TO TRUE
               END-IF
           END-PERFORM.

       0156-HOLD-PAIR.
           MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE.
           MOVE WS-RUN-HH TO WS-RUNID-HH.
           MOVE WS-RUN-MIN TO WS-RUNID-MIN.
           MOVE WS-RUN-SS TO WS-RUNID-SS.

           MOVE WS-RUN-DATE-8 TO PND-HOLD-DATE.
           MOVE "H" TO PND-STATUS.
           MOVE WS-LIMIT-TYPE TO PND-LIMIT-TYPE.
           MOVE WS-CLIENT-ID TO PND-CLIENT.
           MOVE WS-SOURCE-ID TO PND-SOURCE.
           MOVE WS-LIM-RESULT TO PND-RESULT.
           MOVE WS-LIMIT-VALUE TO PND-LIMIT.
           MOVE WS-RUN-ID TO PND-HOLD-RUN-ID.
           MOVE WS-OPERATOR-ID TO PND-HOLD-OPER.
           MOVE SPACES TO PND-ACT-OPER PND-POST-RUN-ID.
           MOVE ZERO TO PND-ACT-DATE PND-ACT-TIME.
           MOVE WS-TRANS-WORK TO PND-IMAGE.

           MOVE "N" TO WS-PND-WROTE-FLAG.
           PERFORM UNTIL WS-PND-WROTE
               ADD 1 TO WS-PND-SEQ
               MOVE WS-PND-SEQ TO PND-HOLD-SEQ
               WRITE PND-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-PND-WROTE TO TRUE
               END-WRITE
               IF WS-PND-FILE-STATUS NOT = "22"
                   SET WS-PND-WROTE TO TRUE
               END-IF
           END-PERFORM.

           IF WS-PND-FILE-STATUS NOT = "00"
               SET WS-PND-FAILED TO TRUE
               DISPLAY "CALCULATE: COULD NOT WRITE pendappr.dat"
                   " (STATUS " WS-PND-FILE-STATUS ") - PAIR FOR"
                   " CLIENT " WS-CLIENT-ID " NOT HELD OR POSTED."
           ELSE
               ADD 1 TO WS-HELD-COUNT
               IF WS-HELD-COUNT <= 100
                   MOVE PND-HOLD-DATE TO
                       WS-HLD-TBL-DATE(WS-HELD-COUNT)
                   MOVE PND-HOLD-SEQ TO WS-HLD-TBL-SEQ(WS-HELD-COUNT)
                   MOVE PND-CLIENT TO
                       WS-HLD-TBL-CLIENT(WS-HELD-COUNT)
                   MOVE PND-SOURCE TO
                       WS-HLD-TBL-SOURCE(WS-HELD-COUNT)
                   MOVE PND-LIMIT-TYPE TO
                       WS-HLD-TBL-TYPE(WS-HELD-COUNT)
                   MOVE PND-RESULT TO
                       WS-HLD-TBL-RESULT(WS-HELD-COUNT)
                   MOVE PND-LIMIT TO WS-HLD-TBL-LIMIT(WS-HELD-COUNT)
               END-IF
           END-IF.

       0115-VALIDATE-NUMBERS.
           SET WS-DIV-OK TO TRUE.

           MOVE WS-OP-CODE TO HIST-OP-CODE.
           MOVE WS-CLIENT-ID TO HIST-CLIENT.
           MOVE WS-SOURCE-ID TO HIST-SOURCE.
           MOVE WS-CLIENT-ID TO HIST-CKEY-CLIENT.
           MOVE WS-RUN-DATE-8 TO HIST-CKEY-DATE.
           MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE.
           MOVE WS-RUN-HH TO WS-RUNID-HH.
           MOVE WS-RUN-MIN TO WS-RUNID-MIN.
           MOVE WS-SRC-SEEN TO CKPT-SRC-SEEN.
           MOVE WS-SRC-TABLE TO CKPT-SRC-TABLE.
           MOVE WS-DLM-READ TO CKPT-DLM-READ.
           MOVE WS-HELD-COUNT TO CKPT-HLD-COUNT.
           MOVE WS-RELEASE-COUNT TO CKPT-REL-COUNT.
           MOVE WS-WHS-COUNT TO CKPT-WHS-COUNT.
           MOVE WS-WHS-REL-COUNT TO CKPT-WRL-COUNT.
           OPEN OUTPUT CAL-CHECKPOINT.
           WRITE CKPT-RECORD.
           CLOSE CAL-CHECKPOINT.
           END-IF.
           CLOSE CALC-HIST.
           CLOSE CLIENT-MAST.
           CLOSE PEND-APPR.
           CLOSE TRAN-WHSE.
           IF WS-RUN-COMPLETE
               PERFORM 0103-RESET-CHECKPOINT
           END-IF.
               END-IF
           END-IF.
           PERFORM 0145-WRITE-RUN-LOG.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0126-SET-RETURN-CODE.
              OR WS-DUP-COUNT > ZERO
              OR WS-VAR-OOT
              OR WS-CST-OVERFLOW
              OR WS-HELD-COUNT > ZERO
              OR (NOT WS-TRANS-OPEN AND NOT WS-DLM-OPEN
                  AND (WS-RECYCLE-COUNT > ZERO
                       OR WS-WHS-REL-COUNT > ZERO
                       OR WS-RELEASE-COUNT > ZERO))
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF (NOT WS-TRANS-OPEN AND NOT WS-DLM-OPEN
               AND WS-RECYCLE-COUNT = ZERO
               AND WS-WHS-REL-COUNT = ZERO
               AND WS-RELEASE-COUNT = ZERO)
              OR WS-REJ-COUNT > ZERO
              OR WS-BATCH-OOB
              OR WS-PF-FAILED
              OR WS-PND-FAILED
              OR WS-WHS-FAILED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ADD WS-PF-AMT-ABS TO WS-PF-HASH.

       0145-WRITE-RUN-LOG.
           MOVE "N" TO WS-LOG-LOCK-FLAG.
           IF NOT WS-LOCK-HELD
               PERFORM 0143-TRY-RUN-LOCK
               IF WS-LOCK-HELD
                   SET WS-LOG-LOCK-TAKEN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-LOCK-HELD
               IF WS-LOCK-BUSY
                   DISPLAY "CALCULATE: calclock.dat IS HELD BY "
                       WS-LKH-PROGRAM " - " FUNCTION TRIM(WS-RLOG-DISP)
                       " RUN NOT LOGGED."
               ELSE
                   DISPLAY "CALCULATE: calclock.dat COULD NOT BE READ"
                       " (STATUS " WS-LCK-FILE-STATUS ") - "
                       FUNCTION TRIM(WS-RLOG-DISP) " RUN NOT LOGGED."
               END-IF
           ELSE
               OPEN EXTEND CAL-RUNLOG
               IF WS-RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT CAL-RUNLOG
               END-IF
               IF WS-RLOG-FILE-STATUS NOT = "00"
                   DISPLAY "CALCULATE: COULD NOT OPEN runlog.dat -"
                       " RUN NOT LOGGED."
               ELSE
                   ACCEPT WS-END-TIME-8 FROM TIME
                   MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
                   MOVE WS-RUN-HH TO WS-RUNID-HH
                   MOVE WS-RUN-MIN TO WS-RUNID-MIN
                   MOVE WS-RUN-SS TO WS-RUNID-SS
                   MOVE WS-RUN-ID TO RLOG-RUN-ID
                   MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
                   MOVE WS-COMMAND-LINE(1:40) TO RLOG-PARMS
                   MOVE WS-RUN-DATE-8 TO RLOG-START-DATE
                   MOVE WS-RUN-TIME-8(1:6) TO RLOG-START-TIME
                   MOVE WS-END-TIME-8(1:6) TO RLOG-END-TIME
                   MOVE WS-DET-COUNT TO RLOG-PAIRS
                   MOVE WS-DIV-SKIP-COUNT TO RLOG-DIVSKIP
                   MOVE WS-REJ-COUNT TO RLOG-REJECTS
                   MOVE WS-DUP-COUNT TO RLOG-DUPS
                   MOVE WS-REPORT-FILE-STATUS TO RLOG-RPT-STATUS
                   MOVE WS-CSV-FILE-STATUS TO RLOG-CSV-STATUS
                   MOVE WS-TRANS-FILE-STATUS TO RLOG-TRN-STATUS
                   MOVE WS-HIST-FILE-STATUS TO RLOG-HST-STATUS
                   MOVE WS-RLOG-DISP TO RLOG-DISPOSITION
                   WRITE RLOG-RECORD
                   IF WS-RLOG-DISP = "DENIED"
                       IF WS-RLOG-FILE-STATUS = "00"
                           DISPLAY "THE ATTEMPT HAS BEEN LOGGED TO"
                               " runlog.dat."
                       ELSE
                           DISPLAY "CALCULATE: runlog.dat WRITE FAILED"
                               " (STATUS " WS-RLOG-FILE-STATUS ") -"
                               " DENIED ATTEMPT NOT LOGGED."
                       END-IF
                   END-IF
                   CLOSE CAL-RUNLOG
               END-IF
           END-IF.
           IF WS-LOG-LOCK-TAKEN
               PERFORM 0179-RELEASE-RUN-LOCK
           END-IF.

       0125-WRITE-SUMMARY.
           MOVE CAL-SUMMARY-LINE4 TO CAL-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE WS-HELD-COUNT TO SUM-HLD-COUNT.
           MOVE WS-RELEASE-COUNT TO SUM-REL-COUNT.
           MOVE CAL-SUMMARY-LINE5 TO CAL-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE WS-WHS-COUNT TO SUM-WHS-COUNT.
           MOVE WS-WHS-REL-COUNT TO SUM-WRL-COUNT.
           MOVE CAL-SUMMARY-LINE6 TO CAL-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           IF WS-SRC-SEEN > ZERO
               PERFORM 0163-WRITE-SOURCE-SECTION
           END-IF.
               PERFORM 0129-WRITE-DUP-SECTION
           END-IF.

           IF WS-HELD-COUNT > WS-HELD-BASE
               PERFORM 0159-WRITE-HELD-SECTION
           END-IF.

           IF WS-WHS-EVENTS > WS-WHS-BASE
               PERFORM 0169-WRITE-WAREHOUSE-SECTION
           END-IF.

       0163-WRITE-SOURCE-SECTION.
           MOVE CAL-SOURCE-HEADING TO CAL-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
                       MOVE "CLIENT ID NOT ON FILE" TO REJL-DESC
                   WHEN "07"
                       MOVE "CLIENT NOT ACTIVE" TO REJL-DESC
                   WHEN "08"
                       MOVE "DECLINED BY APPROVER" TO REJL-DESC
                   WHEN "09"
                       MOVE "EFFECTIVE DATE INVALID" TO REJL-DESC
                   WHEN OTHER
                       MOVE "UNKNOWN REASON" TO REJL-DESC
               END-EVALUATE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

       0159-WRITE-HELD-SECTION.
           MOVE CAL-HELD-HEADING TO CAL-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE WS-HELD-BASE TO WS-HELD-IX.
           PERFORM UNTIL WS-HELD-IX >= WS-HELD-COUNT
                   OR WS-HELD-IX >= 100
               ADD 1 TO WS-HELD-IX
               MOVE WS-HLD-TBL-DATE(WS-HELD-IX) TO HLDL-DATE
               MOVE WS-HLD-TBL-SEQ(WS-HELD-IX) TO HLDL-SEQ
               MOVE WS-HLD-TBL-CLIENT(WS-HELD-IX) TO HLDL-CLIENT
               MOVE WS-HLD-TBL-SOURCE(WS-HELD-IX) TO HLDL-SOURCE
               IF WS-HLD-TBL-TYPE(WS-HELD-IX) = "V"
                   MOVE "RESULT OVER LIMIT" TO HLDL-DESC
               ELSE
                   MOVE "DAILY PAIRS LIMIT" TO HLDL-DESC
               END-IF
               MOVE WS-HLD-TBL-RESULT(WS-HELD-IX) TO HLDL-RESULT
               MOVE WS-HLD-TBL-LIMIT(WS-HELD-IX) TO HLDL-LIMIT
               MOVE CAL-HELD-LINE TO CAL-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-PERFORM.

           IF WS-HELD-COUNT > 100
               MOVE CAL-HELD-MORE TO CAL-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

           DISPLAY "CALCULATE: " WS-HELD-COUNT " PAIR(S) HELD FOR"
               " APPROVAL - RELEASE OR DECLINE THEM WITH CALCAPPR.".

       0169-WRITE-WAREHOUSE-SECTION.
           MOVE CAL-WHSE-HEADING TO CAL-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE WS-WHS-BASE TO WS-WHS-IX.
           PERFORM UNTIL WS-WHS-IX >= WS-WHS-EVENTS
                   OR WS-WHS-IX >= 100
               ADD 1 TO WS-WHS-IX
               MOVE WS-WHS-TBL-DATE(WS-WHS-IX) TO WHSL-DATE
               MOVE WS-WHS-TBL-SEQ(WS-WHS-IX) TO WHSL-SEQ
               MOVE WS-WHS-TBL-EFF(WS-WHS-IX) TO WHSL-EFF
               MOVE WS-WHS-TBL-CLIENT(WS-WHS-IX) TO WHSL-CLIENT
               MOVE WS-WHS-TBL-SOURCE(WS-WHS-IX) TO WHSL-SOURCE
               MOVE WS-WHS-TBL-BATCH(WS-WHS-IX) TO WHSL-BATCH
               MOVE WS-WHS-TBL-EVENT(WS-WHS-IX) TO WHSL-EVENT
               MOVE CAL-WHSE-LINE TO CAL-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-PERFORM.

           IF WS-WHS-EVENTS > 100
               MOVE CAL-WHSE-MORE TO CAL-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

       0164-WRITE-DAILY-SUMMARY.
           OPEN I-O CALC-SUMM.
           IF WS-SUMM-FILE-STATUS = "35"
                   DISPLAY "CALCULATE: DAILY SUMMARY WRITE FAILED"
                       " (STATUS " WS-SUMM-FILE-STATUS ")."
               END-IF
               IF WS-RUN-PERIOD <= WS-CLOSED-PERIOD
                   PERFORM 0144-ADJUST-MONTHLY-SUMMARY
               END-IF
               CLOSE CALC-SUMM
           END-IF.

       0144-ADJUST-MONTHLY-SUMMARY.
           COMPUTE WS-MONTH-KEY = WS-RUN-PERIOD * 100.
           MOVE WS-MONTH-KEY TO SUMM-DATE.
           READ CALC-SUMM
               INVALID KEY
                   DISPLAY "CALCULATE: NO MONTHLY SUMMARY RECORD"
                       " FOR " WS-RUN-PERIOD " - NOT ADJUSTED."
               NOT INVALID KEY
                   ADD WS-DET-COUNT TO SUMM-COUNT
                   ADD WS-TOT-ADD TO SUMM-TOT-ADD
                   ADD WS-TOT-SUB TO SUMM-TOT-SUB
                   ADD WS-TOT-MULT TO SUMM-TOT-MULT
                   ADD WS-TOT-DIV TO SUMM-TOT-DIV
                   ADD WS-DIV-SKIP-COUNT TO SUMM-DIVSKIP
                   ADD WS-REJ-COUNT TO SUMM-REJECTS
                   ADD WS-DUP-COUNT TO SUMM-DUPS
                   REWRITE SUMM-RECORD
                   IF WS-SUMM-FILE-STATUS NOT = "00"
                       DISPLAY "CALCULATE: MONTHLY SUMMARY WRITE"
                           " FAILED (STATUS " WS-SUMM-FILE-STATUS ")."
                   END-IF
           END-READ.

       0135-VARIANCE-REPORT.
           OPEN OUTPUT CAL-VARIANCE.
           IF WS-VAR-FILE-STATUS NOT = "00"
                       IF SUMM-DATE >= WS-RUN-DATE-8
                           SET WS-VAR-AT-EOF TO TRUE
                       ELSE
                           IF SUMM-DATE(7:2) NOT = "00"
                               MOVE SUMM-DATE TO WS-VAR-DAY-DATE
                               MOVE SUMM-COUNT TO WS-VAR-DAY-COUNT
                               MOVE SUMM-TOT-ADD TO WS-VAR-DAY-ADD
                               MOVE SUMM-TOT-SUB TO WS-VAR-DAY-SUB
                               MOVE SUMM-TOT-MULT TO WS-VAR-DAY-MULT
                               MOVE SUMM-TOT-DIV TO WS-VAR-DAY-DIV
                               PERFORM 0139-VAR-DAY-BREAK
                           END-IF
                       END-IF
               END-READ
               IF WS-SUMM-FILE-STATUS NOT = "00"

       0150-COLLECT-STATEMENT-CLIENTS.
           MOVE "N" TO WS-CST-EOF-FLAG.
           MOVE LOW-VALUES TO HIST-CKEY-CLIENT.
           MOVE WS-RUN-DATE-8 TO HIST-CKEY-DATE.
           START CALC-HIST
               KEY IS GREATER THAN OR EQUAL TO HIST-CLIENT-KEY
               INVALID KEY SET WS-CST-AT-EOF TO TRUE
           END-START.
           IF WS-HIST-FILE-STATUS NOT = "00"
               READ CALC-HIST NEXT RECORD
                   AT END SET WS-CST-AT-EOF TO TRUE
                   NOT AT END
                       IF HIST-CKEY-DATE = WS-RUN-DATE-8
                           PERFORM 0152-NOTE-STATEMENT-CLIENT
                       END-IF
                       PERFORM 0157-SKIP-TO-NEXT-CLIENT
               END-READ
               IF WS-HIST-FILE-STATUS NOT = "00"
                  AND WS-HIST-FILE-STATUS NOT = "02"
                   SET WS-CST-AT-EOF TO TRUE
               END-IF
           END-PERFORM.

       0157-SKIP-TO-NEXT-CLIENT.
           IF HIST-CKEY-DATE < WS-RUN-DATE-8
               MOVE WS-RUN-DATE-8 TO HIST-CKEY-DATE
               START CALC-HIST
                   KEY IS GREATER THAN OR EQUAL TO HIST-CLIENT-KEY
                   INVALID KEY SET WS-CST-AT-EOF TO TRUE
               END-START
           ELSE
               MOVE 99999999 TO HIST-CKEY-DATE
               START CALC-HIST KEY IS GREATER THAN HIST-CLIENT-KEY
                   INVALID KEY SET WS-CST-AT-EOF TO TRUE
               END-START
           END-IF.

       0152-NOTE-STATEMENT-CLIENT.
           MOVE "N" TO WS-CST-FOUND-FLAG.
           MOVE ZERO TO WS-CST-IX.
                        WS-CST-OP-SUB WS-CST-OP-MULT WS-CST-OP-DIV.

           MOVE "N" TO WS-CST-EOF-FLAG.
           MOVE WS-CST-TBL-ID(WS-CST-IX) TO HIST-CKEY-CLIENT.
           MOVE WS-RUN-DATE-8 TO HIST-CKEY-DATE.
           START CALC-HIST KEY IS EQUAL TO HIST-CLIENT-KEY
               INVALID KEY SET WS-CST-AT-EOF TO TRUE
           END-START.
           IF WS-HIST-FILE-STATUS NOT = "00"
               READ CALC-HIST NEXT RECORD
                   AT END SET WS-CST-AT-EOF TO TRUE
                   NOT AT END
                       IF HIST-CKEY-DATE NOT = WS-RUN-DATE-8
                          OR HIST-CKEY-CLIENT NOT =
                             WS-CST-TBL-ID(WS-CST-IX)
                           SET WS-CST-AT-EOF TO TRUE
                       ELSE
                           PERFORM 0153-WRITE-STATEMENT-PAIR
                       END-IF
               END-READ
               IF WS-HIST-FILE-STATUS NOT = "00"
                  AND WS-HIST-FILE-STATUS NOT = "02"
                   SET WS-CST-AT-EOF TO TRUE
               END-IF
           END-PERFORM.
                   END-IF
                   MOVE RFX-IMAGE TO WS-TRANS-WORK
                   PERFORM 0113-EDIT-TRANSACTION
                   EVALUATE TRUE
                       WHEN WS-EDIT-OK AND WS-EFF-FUTURE
                           ADD 1 TO WS-RECYCLE-COUNT
                           MOVE "RECYCLED" TO WS-WHS-BATCH-WK
                           PERFORM 0184-WAREHOUSE-PAIR
                       WHEN WS-EDIT-OK
                           ADD 1 TO WS-RECYCLE-COUNT
                           PERFORM 0110-INPUT-NUMBERS
                       WHEN OTHER
                           PERFORM 0114-WRITE-REJECT
                           PERFORM 0122-SAVE-CHECKPOINT
                   END-EVALUATE
                   READ CAL-REJFIX
                       AT END SET WS-RFX-AT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CAL-REJFIX
           END-IF.

       0180-PROCESS-APPROVALS.
           MOVE "N" TO WS-PND-EOF-FLAG.
           MOVE ZERO TO PND-HOLD-DATE PND-HOLD-SEQ.
           START PEND-APPR KEY IS GREATER THAN OR EQUAL TO PND-KEY
               INVALID KEY SET WS-PND-AT-EOF TO TRUE
           END-START.
           IF WS-PND-FILE-STATUS NOT = "00"
               SET WS-PND-AT-EOF TO TRUE
           END-IF.

           PERFORM UNTIL WS-PND-AT-EOF
               READ PEND-APPR NEXT RECORD
                   AT END SET WS-PND-AT-EOF TO TRUE
                   NOT AT END
                       EVALUATE PND-STATUS
                           WHEN "R"
                               PERFORM 0181-POST-RELEASED-PAIR
                           WHEN "D"
                               PERFORM 0182-RETURN-DECLINED-PAIR
                       END-EVALUATE
               END-READ
               IF WS-PND-FILE-STATUS NOT = "00"
                   SET WS-PND-AT-EOF TO TRUE
               END-IF
           END-PERFORM.

       0181-POST-RELEASED-PAIR.
           MOVE PND-SOURCE TO WS-SOURCE-ID.
           MOVE PND-IMAGE TO WS-TRANS-WORK.
           PERFORM 0113-EDIT-TRANSACTION.
           IF WS-EDIT-OK
               ADD 1 TO WS-RELEASE-COUNT
               SET WS-RELEASE-POSTING TO TRUE
               PERFORM 0110-INPUT-NUMBERS
               MOVE "N" TO WS-RELEASE-POST-FLAG
               MOVE "(UNSPECIFIED)" TO WS-SRC-NAME-WK
               PERFORM 0162-ENSURE-SOURCE
               ADD 1 TO WS-SRC-TBL-PAIRS(WS-SRC-CUR)
               MOVE "P" TO PND-STATUS
           ELSE
               PERFORM 0114-WRITE-REJECT
               PERFORM 0122-SAVE-CHECKPOINT
               MOVE "X" TO PND-STATUS
           END-IF.
           PERFORM 0183-MARK-PENDING-DONE.

       0182-RETURN-DECLINED-PAIR.
           MOVE PND-SOURCE TO WS-SOURCE-ID.
           MOVE PND-IMAGE TO WS-TRANS-WORK.
           MOVE "08" TO WS-EDIT-REASON.
           PERFORM 0114-WRITE-REJECT.
           PERFORM 0122-SAVE-CHECKPOINT.
           MOVE "X" TO PND-STATUS.
           PERFORM 0183-MARK-PENDING-DONE.

       0183-MARK-PENDING-DONE.
           MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE.
           MOVE WS-RUN-HH TO WS-RUNID-HH.
           MOVE WS-RUN-MIN TO WS-RUNID-MIN.
           MOVE WS-RUN-SS TO WS-RUNID-SS.
           MOVE WS-RUN-ID TO PND-POST-RUN-ID.
           REWRITE PND-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-PND-FILE-STATUS NOT = "00"
               SET WS-PND-FAILED TO TRUE
               DISPLAY "CALCULATE: COULD NOT UPDATE pendappr.dat"
                   " ENTRY " PND-HOLD-DATE PND-HOLD-SEQ " (STATUS "
                   WS-PND-FILE-STATUS ") - MARK IT BY HAND BEFORE"
                   " THE NEXT RUN SO IT IS NOT APPLIED TWICE."
           END-IF.

       0184-WAREHOUSE-PAIR.
           MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE.
           MOVE WS-RUN-HH TO WS-RUNID-HH.
           MOVE WS-RUN-MIN TO WS-RUNID-MIN.
           MOVE WS-RUN-SS TO WS-RUNID-SS.

           MOVE WS-RUN-DATE-8 TO WHS-RECV-DATE.
           MOVE "W" TO WHS-STATUS.
           MOVE WS-TRW-EFF-DATE TO WHS-EFF-DATE.
           MOVE WS-TRW-CLIENT TO WHS-CLIENT.
           MOVE WS-SOURCE-ID TO WHS-SOURCE.
           MOVE WS-WHS-BATCH-WK TO WHS-BATCH-ID.
           MOVE WS-RUN-ID TO WHS-RECV-RUN-ID.
           MOVE WS-OPERATOR-ID TO WHS-RECV-OPER.
           MOVE SPACES TO WHS-ACT-OPER WHS-POST-RUN-ID.
           MOVE ZERO TO WHS-ACT-DATE WHS-ACT-TIME.
           MOVE WS-TRANS-WORK TO WHS-IMAGE.

           MOVE "N" TO WS-WHS-WROTE-FLAG.
           PERFORM UNTIL WS-WHS-WROTE
               ADD 1 TO WS-WHS-SEQ
               MOVE WS-WHS-SEQ TO WHS-RECV-SEQ
               WRITE WHS-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-WHS-WROTE TO TRUE
               END-WRITE
               IF WS-WHS-FILE-STATUS NOT = "22"
                   SET WS-WHS-WROTE TO TRUE
               END-IF
           END-PERFORM.

           IF WS-WHS-FILE-STATUS NOT = "00"
              AND WS-WHS-FILE-STATUS NOT = "02"
               SET WS-WHS-FAILED TO TRUE
               DISPLAY "CALCULATE: COULD NOT WRITE warehouse.dat"
                   " (STATUS " WS-WHS-FILE-STATUS ") - PAIR FOR"
                   " CLIENT " WS-TRW-CLIENT " EFFECTIVE "
                   WS-TRW-EFF-DATE-X " NOT WAREHOUSED OR POSTED."
           ELSE
               ADD 1 TO WS-WHS-COUNT
               MOVE "WAREHOUSED" TO WS-WHS-EVENT-WK
               PERFORM 0188-NOTE-WAREHOUSE-EVENT
           END-IF.
           PERFORM 0122-SAVE-CHECKPOINT.

       0185-RELEASE-WAREHOUSE.
           MOVE "N" TO WS-WHS-EOF-FLAG.
           MOVE ZERO TO WHS-EFF-DATE.
           START TRAN-WHSE KEY IS GREATER THAN OR EQUAL TO WHS-EFF-DATE
               INVALID KEY SET WS-WHS-AT-EOF TO TRUE
           END-START.
           IF WS-WHS-FILE-STATUS NOT = "00"
               SET WS-WHS-AT-EOF TO TRUE
           END-IF.

           PERFORM UNTIL WS-WHS-AT-EOF
               READ TRAN-WHSE NEXT RECORD
                   AT END SET WS-WHS-AT-EOF TO TRUE
                   NOT AT END
                       IF WHS-EFF-DATE > WS-RUN-DATE-8
                           SET WS-WHS-AT-EOF TO TRUE
                       ELSE
                           IF WHS-STATUS = "W"
                               PERFORM 0186-POST-WAREHOUSED-PAIR
                           END-IF
                       END-IF
               END-READ
               IF WS-WHS-FILE-STATUS NOT = "00"
                  AND WS-WHS-FILE-STATUS NOT = "02"
                   SET WS-WHS-AT-EOF TO TRUE
               END-IF
           END-PERFORM.

       0186-POST-WAREHOUSED-PAIR.
           MOVE WHS-SOURCE TO WS-SOURCE-ID.
           MOVE WHS-IMAGE TO WS-TRANS-WORK.
           PERFORM 0113-EDIT-TRANSACTION.
           IF WS-EDIT-OK
               ADD 1 TO WS-WHS-REL-COUNT
               PERFORM 0110-INPUT-NUMBERS
               MOVE "(UNSPECIFIED)" TO WS-SRC-NAME-WK
               PERFORM 0162-ENSURE-SOURCE
               ADD 1 TO WS-SRC-TBL-PAIRS(WS-SRC-CUR)
               MOVE "P" TO WHS-STATUS
               MOVE "RELEASED" TO WS-WHS-EVENT-WK
           ELSE
               PERFORM 0114-WRITE-REJECT
               PERFORM 0122-SAVE-CHECKPOINT
               MOVE "X" TO WHS-STATUS
               MOVE "REJECTED" TO WS-WHS-EVENT-WK
           END-IF.
           PERFORM 0188-NOTE-WAREHOUSE-EVENT.
           PERFORM 0187-MARK-WAREHOUSE-DONE.

       0187-MARK-WAREHOUSE-DONE.
           MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE.
           MOVE WS-RUN-HH TO WS-RUNID-HH.
           MOVE WS-RUN-MIN TO WS-RUNID-MIN.
           MOVE WS-RUN-SS TO WS-RUNID-SS.
           MOVE WS-RUN-ID TO WHS-POST-RUN-ID.
           REWRITE WHS-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-WHS-FILE-STATUS NOT = "00"
              AND WS-WHS-FILE-STATUS NOT = "02"
               SET WS-WHS-FAILED TO TRUE
               DISPLAY "CALCULATE: COULD NOT UPDATE warehouse.dat"
                   " ENTRY " WHS-RECV-DATE WHS-RECV-SEQ " (STATUS "
                   WS-WHS-FILE-STATUS ") - MARK IT BY HAND BEFORE"
                   " THE NEXT RUN SO IT IS NOT RELEASED TWICE."
           END-IF.

       0188-NOTE-WAREHOUSE-EVENT.
           ADD 1 TO WS-WHS-EVENTS.
           IF WS-WHS-EVENTS <= 100
               MOVE WHS-RECV-DATE TO WS-WHS-TBL-DATE(WS-WHS-EVENTS)
               MOVE WHS-RECV-SEQ TO WS-WHS-TBL-SEQ(WS-WHS-EVENTS)
               MOVE WHS-EFF-DATE TO WS-WHS-TBL-EFF(WS-WHS-EVENTS)
               MOVE WHS-CLIENT TO WS-WHS-TBL-CLIENT(WS-WHS-EVENTS)
               MOVE WHS-SOURCE TO WS-WHS-TBL-SOURCE(WS-WHS-EVENTS)
               MOVE WHS-BATCH-ID TO WS-WHS-TBL-BATCH(WS-WHS-EVENTS)
               MOVE WS-WHS-EVENT-WK TO
                   WS-WHS-TBL-EVENT(WS-WHS-EVENTS)
           END-IF.

       0143-TRY-RUN-LOCK.
           MOVE "N" TO WS-LOCK-BUSY-FLAG.
           OPEN INPUT CAL-LOCK.
           IF WS-LCK-FILE-STATUS = "00"
               READ CAL-LOCK
                   AT END CONTINUE
                   NOT AT END
                       IF LCK-PROGRAM NOT = SPACES
                           MOVE LCK-RECORD TO WS-LOCK-HOLDER
                           SET WS-LOCK-BUSY TO TRUE
                       END-IF
               END-READ
               CLOSE CAL-LOCK
           END-IF.
           IF (WS-LCK-FILE-STATUS = "00" OR "35")
              AND NOT WS-LOCK-BUSY
               OPEN OUTPUT CAL-LOCK
               IF WS-LCK-FILE-STATUS = "00"
                   MOVE SPACES TO LCK-RECORD
                   MOVE "CALCULATE" TO LCK-PROGRAM
                   MOVE WS-OPERATOR-ID TO LCK-OPERATOR
                   MOVE WS-RUN-DATE-8 TO LCK-START-DATE
                   MOVE WS-RUN-TIME-8(1:6) TO LCK-START-TIME
                   WRITE LCK-RECORD
                   IF WS-LCK-FILE-STATUS = "00"
                       SET WS-LOCK-HELD TO TRUE
                   END-IF
                   CLOSE CAL-LOCK
               END-IF
           END-IF.

       0178-TAKE-RUN-LOCK.
           PERFORM 0143-TRY-RUN-LOCK.
           IF NOT WS-LOCK-HELD
               PERFORM 0189-REFUSE-RUN-LOCKED
           END-IF.

       0179-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT CAL-LOCK
               IF WS-LCK-FILE-STATUS = "00"
                   CLOSE CAL-LOCK
                   MOVE "N" TO WS-LOCK-HELD-FLAG
               ELSE
                   DISPLAY "CALCULATE: COULD NOT RELEASE calclock.dat"
                       " (STATUS " WS-LCK-FILE-STATUS ") - A"
                       " SUPERVISOR MUST CLEAR IT WITH CALCLOCK"
                       " (CLEAR,oper-id) BEFORE THE NEXT RUN."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0189-REFUSE-RUN-LOCKED.
           IF WS-LOCK-BUSY
               DISPLAY "CALCULATE: RUN REFUSED - calclock.dat IS HELD"
               DISPLAY "BY " WS-LKH-PROGRAM " FOR OPERATOR "
                   WS-LKH-OPERATOR
               DISPLAY "SINCE " WS-LKH-START-DATE " AT "
                   WS-LKH-START-TIME "."
               DISPLAY "NOTHING WAS UPDATED. RERUN ONCE THAT RUN HAS"
               DISPLAY "ENDED. IF IT ENDED ABNORMALLY AND LEFT THE"
               DISPLAY "LOCK BEHIND, A SUPERVISOR CLEARS IT WITH"
               DISPLAY "CALCLOCK (CLEAR,oper-id) BEFORE THE RERUN."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CALCULATE: STARTUP ABORTED."
               DISPLAY "calclock.dat COULD NOT BE READ OR WRITTEN"
                   " (STATUS " WS-LCK-FILE-STATUS ")."
               DISPLAY "EVERY PROGRAM THAT UPDATES calchist.dat,"
               DISPLAY "calcsumm.dat OR runlog.dat TAKES THE RUN LOCK"
               DISPLAY "ON IT FIRST. CHECK DIRECTORY PERMISSIONS AND"
               DISPLAY "RERUN."
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM CALCULATE.
