       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCWHSE.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHSE-REPORT ASSIGN TO "whsereport.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT TRAN-WHSE ASSIGN TO "warehouse.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHS-KEY
               ALTERNATE RECORD KEY IS WHS-EFF-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-WHS-FILE-STATUS.
           SELECT OPER-MAST ASSIGN TO "opermast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT CAL-RUNLOG ASSIGN TO "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.
           SELECT CAL-LOCK ASSIGN TO "calclock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD WHSE-REPORT.
        01 WHRP-PRINT-LINE  PIC X(132).

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

        FD OPER-MAST.
        01 OPR-RECORD.
            05 OPR-ID          PIC X(8).
            05 OPR-NAME        PIC X(30).
            05 OPR-LEVEL       PIC 9.
            05 OPR-STATUS      PIC X.
            05 OPR-ADD-DATE    PIC 9(8).

        FD CAL-RUNLOG.
        01 RLOG-RECORD.
            05 RLOG-RUN-ID      PIC X(15).
            05 RLOG-OPERATOR    PIC X(8).
            05 RLOG-PARMS       PIC X(40).
            05 RLOG-START-DATE  PIC 9(8).
            05 RLOG-START-TIME  PIC 9(6).
            05 RLOG-END-TIME    PIC 9(6).
            05 RLOG-PAIRS       PIC 9(5).
            05 RLOG-DIVSKIP     PIC 9(5).
            05 RLOG-REJECTS     PIC 9(5).
            05 RLOG-DUPS        PIC 9(5).
            05 RLOG-RPT-STATUS  PIC XX.
            05 RLOG-CSV-STATUS  PIC XX.
            05 RLOG-TRN-STATUS  PIC XX.
            05 RLOG-HST-STATUS  PIC XX.
            05 RLOG-DISPOSITION PIC X(10).

        FD CAL-LOCK.
        01 LCK-RECORD.
            05 LCK-PROGRAM      PIC X(10).
            05 LCK-OPERATOR     PIC X(8).
            05 LCK-START-DATE   PIC 9(8).
            05 LCK-START-TIME   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS pic XX value spaces.
       01 WS-WHS-FILE-STATUS    pic XX value spaces.
       01 WS-OPR-FILE-STATUS    pic XX value spaces.
       01 WS-RLOG-FILE-STATUS   pic XX value spaces.
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

       01 WS-EOF-FLAG    pic X value "N".
           88 WS-EOF               value "Y".

       01 WS-WHS-OPEN-FLAG pic X value "N".
           88 WS-WHS-OPEN          value "Y".

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-ACTION-TEXT     pic X(10) value spaces.
       01 WS-OPERATOR-ID-TEXT pic X(8) value spaces.
       01 WS-WHSE-ID-TEXT    pic X(15) value spaces.

       01 WS-WHSE-ID         pic 9(13) value zero.
       01 WS-WHSE-ID-PARTS REDEFINES WS-WHSE-ID.
           05 WS-WHSE-ID-DATE pic 9(8).
           05 WS-WHSE-ID-SEQ  pic 9(5).

       01 WS-OPERATOR-ID     pic X(8) value spaces.
       01 WS-OPER-LEVEL      pic 9 value zero.
       01 WS-DENY-REASON     pic X(40) value spaces.

       01 WS-RUN-ID.
           05 WS-RUNID-DATE  pic 9(8).
           05 FILLER         pic X value "-".
           05 WS-RUNID-HH    pic 9(2).
           05 WS-RUNID-MIN   pic 9(2).
           05 WS-RUNID-SS    pic 9(2).

       01 WS-RUN-DATE-8.
           05 WS-RUN-YYYY pic 9(4).
           05 WS-RUN-MM   pic 9(2).
           05 WS-RUN-DD   pic 9(2).

       01 WS-RUN-TIME-8.
           05 WS-RUN-HH   pic 9(2).
           05 WS-RUN-MIN  pic 9(2).
           05 WS-RUN-SS   pic 9(2).
           05 WS-RUN-CC   pic 9(2).

       01 WS-RUN-TIME-DISPLAY.
           05 WS-RTD-HH   pic 9(2).
           05 FILLER      pic X value ":".
           05 WS-RTD-MIN  pic 9(2).
           05 FILLER      pic X value ":".
           05 WS-RTD-SS   pic 9(2).

       01 WS-DATE-WORK-8.
           05 WS-DTW-YYYY pic 9(4).
           05 WS-DTW-MM   pic 9(2).
           05 WS-DTW-DD   pic 9(2).

       01 WS-DATE-DISPLAY.
           05 WS-DD-MM    pic 9(2).
           05 FILLER      pic X value "/".
           05 WS-DD-DD    pic 9(2).
           05 FILLER      pic X value "/".
           05 WS-DD-YYYY  pic 9(4).

       01 WS-IMAGE-WORK.
           05 WS-IMG-NUMONE  pic X(4).
           05 WS-IMG-NUMTWO  pic X(4).
           05 WS-IMG-OPCODE  pic X.
           05 FILLER         pic X(71).

       01 WS-BREAK-DATE      pic 9(8) value zero.
       01 WS-DATE-COUNT      pic 9(5) value zero.
       01 WS-LISTED-COUNT    pic 9(5) value zero.

       01 WS-LINES-PER-PAGE pic 9(3) value 55.
       01 WS-LINE-COUNT     pic 9(3) value zero.
       01 WS-PAGE-COUNT     pic 9(3) value zero.

       01 WS-REPORT-ADVANCE  pic 9 value 1.
       01 WS-REPORT-BLANKS   pic 9 value zero.
       01 WS-REPORT-SAVE-LINE pic X(132) value spaces.

       01 WHRP-RUN-HEADER.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(25)
               VALUE "WAREHOUSED PAIRS REPORT  ".
           05 FILLER        PIC X(6) VALUE "DATE: ".
           05 WHH-RUN-DATE  PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "TIME: ".
           05 WHH-RUN-TIME  PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "OPER: ".
           05 WHH-OPERATOR  PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "PAGE: ".
           05 WHH-PAGE-NO   PIC ZZ9.
           05 FILLER        PIC X(49) VALUE SPACES.

       01 WHRP-HEADING1.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "EFFECTIVE ".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(13) VALUE "WAREHOUSE-ID ".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(6) VALUE "CLIENT".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(2) VALUE "SR".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "BATCH   ".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(15) VALUE "RECEIVED RUN-ID".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "OPERATOR".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(4) VALUE "NUM1".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(4) VALUE "NUM2".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(2) VALUE "OP".
           05 FILLER     PIC X(40) VALUE SPACES.

       01 WHRP-HEADING2.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "----------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(13) VALUE "-------------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(6) VALUE "------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(2) VALUE "--".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "--------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(15) VALUE "---------------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "--------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(4) VALUE "----".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(4) VALUE "----".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(2) VALUE "--".
           05 FILLER     PIC X(40) VALUE SPACES.

       01 WHRP-DET-LINE.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WHR-EFF     PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WHR-ID-DATE PIC 9(8).
           05 WHR-ID-SEQ  PIC 9(5).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WHR-CLIENT  PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WHR-SOURCE  PIC X(2).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WHR-BATCH   PIC X(8).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WHR-RUN-ID  PIC X(15).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WHR-OPER    PIC X(8).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WHR-NUMONE  PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WHR-NUMTWO  PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WHR-OP      PIC X.
           05 FILLER      PIC X(41) VALUE SPACES.

       01 WHRP-DATE-TOTAL-LINE.
           05 FILLER        PIC X(14) VALUE SPACES.
           05 FILLER        PIC X(24)
               VALUE "PAIRS DUE THIS DATE:    ".
           05 WHT-DATE-COUNT PIC ZZZZ9.
           05 FILLER        PIC X(89) VALUE SPACES.

       01 WHRP-COUNT-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(22) VALUE "PAIRS IN WAREHOUSE:   ".
           05 WHC-COUNT     PIC ZZZZ9.
           05 FILLER        PIC X(103) VALUE SPACES.

       01 WHRP-EMPTY-LINE.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(31)
               VALUE "NO PAIRS ARE WAITING IN THE WAR".
           05 FILLER     PIC X(25)
               VALUE "EHOUSE - NOTHING TO LIST.".
           05 FILLER     PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-MAINTAIN-WAREHOUSE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-ACTION-TEXT WS-OPERATOR-ID-TEXT
                        WS-WHSE-ID-TEXT
               END-UNSTRING
           END-IF.

           IF WS-OPERATOR-ID-TEXT = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           MOVE WS-OPERATOR-ID-TEXT TO WS-OPERATOR-ID.

           EVALUATE WS-ACTION-TEXT
               WHEN "LIST"
                   PERFORM 0106-VERIFY-OPERATOR
                   PERFORM 0140-LIST-WAREHOUSE
               WHEN "CANCEL"
                   PERFORM 0110-EDIT-WHSE-ID
                   PERFORM 0106-VERIFY-OPERATOR
                   PERFORM 0107-CHECK-SUPERVISOR-LEVEL
                   PERFORM 0120-CANCEL-PAIR
               WHEN OTHER
                   PERFORM 0199-SHOW-USAGE
           END-EVALUATE.

           STOP RUN.

       0106-VERIFY-OPERATOR.
           OPEN INPUT OPER-MAST.
           IF WS-OPR-FILE-STATUS NOT = "00"
               PERFORM 0191-ABORT-OPERATOR-FILE
           END-IF.

           MOVE WS-OPERATOR-ID TO OPR-ID.
           READ OPER-MAST
               INVALID KEY
                   MOVE "OPERATOR NOT ON FILE" TO WS-DENY-REASON
                   PERFORM 0192-DENY-RUN
               NOT INVALID KEY
                   IF OPR-STATUS NOT = "A"
                       MOVE "OPERATOR NOT ACTIVE" TO WS-DENY-REASON
                       PERFORM 0192-DENY-RUN
                   END-IF
                   MOVE OPR-LEVEL TO WS-OPER-LEVEL
           END-READ.
           CLOSE OPER-MAST.

       0107-CHECK-SUPERVISOR-LEVEL.
           IF WS-OPER-LEVEL < 2
               MOVE "CANCEL NEEDS SUPERVISOR" TO WS-DENY-REASON
               PERFORM 0192-DENY-RUN
           END-IF.

       0110-EDIT-WHSE-ID.
           IF WS-WHSE-ID-TEXT = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           IF FUNCTION TRIM(WS-WHSE-ID-TEXT) IS NOT NUMERIC
               DISPLAY "CALCWHSE: WAREHOUSE ID MUST BE 13 DIGITS"
                   " (YYYYMMDDnnnnn) AS SHOWN BY LIST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-WHSE-ID = FUNCTION NUMVAL(
               FUNCTION TRIM(WS-WHSE-ID-TEXT)).

       0120-CANCEL-PAIR.
           OPEN I-O TRAN-WHSE.
           IF WS-WHS-FILE-STATUS = "35"
               DISPLAY "CALCWHSE: NO PAIRS HAVE BEEN WAREHOUSED."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WHS-FILE-STATUS NOT = "00"
                   PERFORM 0198-ABORT-OPEN-FAILURE
               END-IF
               MOVE WS-WHSE-ID-DATE TO WHS-RECV-DATE
               MOVE WS-WHSE-ID-SEQ TO WHS-RECV-SEQ
               READ TRAN-WHSE
                   INVALID KEY
                       DISPLAY "CALCWHSE: WAREHOUSED PAIR " WS-WHSE-ID
                           " IS NOT ON FILE."
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 0125-APPLY-CANCEL
               END-READ
               CLOSE TRAN-WHSE
           END-IF.

       0125-APPLY-CANCEL.
           IF WHS-STATUS NOT = "W"
               DISPLAY "CALCWHSE: WAREHOUSED PAIR " WS-WHSE-ID
                   " IS NO LONGER WAITING (STATUS " WHS-STATUS
                   ") - NOT CHANGED."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "C" TO WHS-STATUS
               MOVE WS-OPERATOR-ID TO WHS-ACT-OPER
               MOVE WS-RUN-DATE-8 TO WHS-ACT-DATE
               MOVE WS-RUN-TIME-8(1:6) TO WHS-ACT-TIME
               REWRITE WHS-RECORD
               IF WS-WHS-FILE-STATUS NOT = "00"
                  AND WS-WHS-FILE-STATUS NOT = "02"
                   DISPLAY "CALCWHSE: WAREHOUSED PAIR " WS-WHSE-ID
                       " COULD NOT BE UPDATED (STATUS "
                       WS-WHS-FILE-STATUS ")."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "CALCWHSE: WAREHOUSED PAIR " WS-WHSE-ID
                       " FOR CLIENT " WHS-CLIENT " EFFECTIVE "
                       WHS-EFF-DATE " CANCELLED BY " WS-OPERATOR-ID
                       "."
                   DISPLAY "THE PAIR WILL NOT BE RELEASED OR POSTED."
               END-IF
           END-IF.

       0140-LIST-WAREHOUSE.
           OPEN OUTPUT WHSE-REPORT.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               PERFORM 0197-ABORT-REPORT-OPEN
           END-IF.
           PERFORM 0102-WRITE-REPORT-HEADER.

           OPEN INPUT TRAN-WHSE.
           IF WS-WHS-FILE-STATUS = "00"
               SET WS-WHS-OPEN TO TRUE
               MOVE ZERO TO WHS-EFF-DATE
               START TRAN-WHSE
                   KEY IS GREATER THAN OR EQUAL TO WHS-EFF-DATE
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               IF WS-WHS-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ TRAN-WHSE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF WHS-STATUS = "W"
                               PERFORM 0145-LIST-ONE-PAIR
                           END-IF
                   END-READ
                   IF WS-WHS-FILE-STATUS NOT = "00"
                      AND WS-WHS-FILE-STATUS NOT = "02"
                       SET WS-EOF TO TRUE
                   END-IF
               END-PERFORM
               IF WS-DATE-COUNT > ZERO
                   PERFORM 0146-WRITE-DATE-TOTAL
               END-IF
               CLOSE TRAN-WHSE
           END-IF.

           IF WS-LISTED-COUNT = ZERO
               MOVE WHRP-EMPTY-LINE TO WHRP-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

           MOVE WS-LISTED-COUNT TO WHC-COUNT.
           MOVE WHRP-COUNT-LINE TO WHRP-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           CLOSE WHSE-REPORT.

           DISPLAY "CALCWHSE: " WS-LISTED-COUNT " PAIR(S) WAITING IN"
               " THE WAREHOUSE - SEE whsereport.dat.".

       0145-LIST-ONE-PAIR.
           IF WS-DATE-COUNT > ZERO AND WHS-EFF-DATE NOT = WS-BREAK-DATE
               PERFORM 0146-WRITE-DATE-TOTAL
           END-IF.
           MOVE WHS-EFF-DATE TO WS-BREAK-DATE.
           ADD 1 TO WS-DATE-COUNT.
           ADD 1 TO WS-LISTED-COUNT.

           MOVE WHS-EFF-DATE TO WS-DATE-WORK-8.
           PERFORM 0103-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO WHR-EFF.
           MOVE WHS-RECV-DATE TO WHR-ID-DATE.
           MOVE WHS-RECV-SEQ TO WHR-ID-SEQ.
           MOVE WHS-CLIENT TO WHR-CLIENT.
           MOVE WHS-SOURCE TO WHR-SOURCE.
           MOVE WHS-BATCH-ID TO WHR-BATCH.
           MOVE WHS-RECV-RUN-ID TO WHR-RUN-ID.
           MOVE WHS-RECV-OPER TO WHR-OPER.
           MOVE WHS-IMAGE TO WS-IMAGE-WORK.
           MOVE WS-IMG-NUMONE TO WHR-NUMONE.
           MOVE WS-IMG-NUMTWO TO WHR-NUMTWO.
           MOVE WS-IMG-OPCODE TO WHR-OP.
           MOVE WHRP-DET-LINE TO WHRP-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0102-WRITE-REPORT-HEADER
           END-IF.

       0146-WRITE-DATE-TOTAL.
           MOVE WS-DATE-COUNT TO WHT-DATE-COUNT.
           MOVE WHRP-DATE-TOTAL-LINE TO WHRP-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE SPACES TO WHRP-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-DATE-COUNT.

       0102-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-COUNT.

           MOVE WS-RUN-DATE-8 TO WS-DATE-WORK-8.
           PERFORM 0103-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO WHH-RUN-DATE.

           MOVE WS-RUN-HH TO WS-RTD-HH.
           MOVE WS-RUN-MIN TO WS-RTD-MIN.
           MOVE WS-RUN-SS TO WS-RTD-SS.
           MOVE WS-RUN-TIME-DISPLAY TO WHH-RUN-TIME.

           MOVE WS-OPERATOR-ID TO WHH-OPERATOR.
           MOVE WS-PAGE-COUNT TO WHH-PAGE-NO.
           MOVE WHRP-RUN-HEADER TO WHRP-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE WHRP-HEADING1 TO WHRP-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE WHRP-HEADING2 TO WHRP-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-LINE-COUNT.

       0103-FORMAT-DATE.
           MOVE WS-DTW-MM TO WS-DD-MM.
           MOVE WS-DTW-DD TO WS-DD-DD.
           MOVE WS-DTW-YYYY TO WS-DD-YYYY.

       0109-WRITE-REPORT-LINE.
           MOVE WHRP-PRINT-LINE TO WS-REPORT-SAVE-LINE.
           COMPUTE WS-REPORT-BLANKS = WS-REPORT-ADVANCE - 1.
           PERFORM WS-REPORT-BLANKS TIMES
               MOVE SPACES TO WHRP-PRINT-LINE
               WRITE WHRP-PRINT-LINE
           END-PERFORM.
           MOVE WS-REPORT-SAVE-LINE TO WHRP-PRINT-LINE.
           WRITE WHRP-PRINT-LINE.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "CALCWHSE: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "WAREHOUSE MAINTENANCE MUST BE SIGNED ON BY AN".
           DISPLAY "OPERATOR ON THE OPERATOR MASTER. BUILD THE FILE".
           DISPLAY "WITH THE OPERMNT UTILITY (ADD,oper-id,level,name)".
           DISPLAY "AND RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-RUN.
           DISPLAY "CALCWHSE: " WS-ACTION-TEXT " DENIED FOR OPERATOR "
               WS-OPERATOR-ID " - " WS-DENY-REASON ".".
           PERFORM 0193-LOG-DENIED-ATTEMPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0193-LOG-DENIED-ATTEMPT.
           MOVE "N" TO WS-LOG-LOCK-FLAG.
           IF NOT WS-LOCK-HELD
               PERFORM 0177-TRY-RUN-LOCK
               IF WS-LOCK-HELD
                   SET WS-LOG-LOCK-TAKEN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-LOCK-HELD
               IF WS-LOCK-BUSY
                   DISPLAY "CALCWHSE: calclock.dat IS HELD BY "
                       WS-LKH-PROGRAM " - DENIED ATTEMPT NOT LOGGED."
               ELSE
                   DISPLAY "CALCWHSE: calclock.dat COULD NOT BE READ"
                       " (STATUS " WS-LCK-FILE-STATUS ") -"
                       " DENIED ATTEMPT NOT LOGGED."
               END-IF
           ELSE
               OPEN EXTEND CAL-RUNLOG
               IF WS-RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT CAL-RUNLOG
               END-IF
               IF WS-RLOG-FILE-STATUS NOT = "00"
                   DISPLAY "CALCWHSE: COULD NOT OPEN runlog.dat -"
                       " DENIED ATTEMPT NOT LOGGED."
               ELSE
                   MOVE SPACES TO RLOG-RECORD
                   MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
                   MOVE WS-RUN-HH TO WS-RUNID-HH
                   MOVE WS-RUN-MIN TO WS-RUNID-MIN
                   MOVE WS-RUN-SS TO WS-RUNID-SS
                   MOVE WS-RUN-ID TO RLOG-RUN-ID
                   MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
                   STRING "CALCWHSE " WS-COMMAND-LINE(1:30)
                       DELIMITED BY SIZE INTO RLOG-PARMS
                   END-STRING
                   MOVE WS-RUN-DATE-8 TO RLOG-START-DATE
                   MOVE WS-RUN-TIME-8(1:6) TO RLOG-START-TIME
                   MOVE WS-RUN-TIME-8(1:6) TO RLOG-END-TIME
                   MOVE ZERO TO RLOG-PAIRS RLOG-DIVSKIP
                                RLOG-REJECTS RLOG-DUPS
                   MOVE SPACES TO RLOG-RPT-STATUS RLOG-CSV-STATUS
                                  RLOG-TRN-STATUS RLOG-HST-STATUS
                   MOVE "DENIED" TO RLOG-DISPOSITION
                   WRITE RLOG-RECORD
                   IF WS-RLOG-FILE-STATUS = "00"
                       DISPLAY "THE ATTEMPT HAS BEEN LOGGED TO"
                           " runlog.dat."
                   ELSE
                       DISPLAY "CALCWHSE: runlog.dat WRITE FAILED"
                           " (STATUS " WS-RLOG-FILE-STATUS ") -"
                           " DENIED ATTEMPT NOT LOGGED."
                   END-IF
                   CLOSE CAL-RUNLOG
               END-IF
           END-IF.
           IF WS-LOG-LOCK-TAKEN
               PERFORM 0179-RELEASE-RUN-LOCK
           END-IF.

       0177-TRY-RUN-LOCK.
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
                   MOVE "CALCWHSE" TO LCK-PROGRAM
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

       0179-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT CAL-LOCK
               IF WS-LCK-FILE-STATUS = "00"
                   CLOSE CAL-LOCK
                   MOVE "N" TO WS-LOCK-HELD-FLAG
               ELSE
                   DISPLAY "CALCWHSE: COULD NOT RELEASE calclock.dat"
                       " (STATUS " WS-LCK-FILE-STATUS ") - A"
                       " SUPERVISOR MUST CLEAR IT WITH CALCLOCK"
                       " (CLEAR,oper-id) BEFORE THE NEXT RUN."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0197-ABORT-REPORT-OPEN.
           DISPLAY "CALCWHSE: RUN ABORTED.".
           DISPLAY "COULD NOT OPEN whsereport.dat FOR OUTPUT (STATUS "
               WS-REPORT-FILE-STATUS ").".
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "CALCWHSE: RUN ABORTED.".
           DISPLAY "warehouse.dat COULD NOT BE OPENED (STATUS "
               WS-WHS-FILE-STATUS ").".
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0199-SHOW-USAGE.
           DISPLAY "CALCWHSE: FUTURE-DATED PAIR WAREHOUSE.".
           DISPLAY "A TRANSACTION PAIR MAY CARRY AN EFFECTIVE DATE".
           DISPLAY "(YYYYMMDD, COLUMNS 16-23 OF transactions.dat OR".
           DISPLAY "THE FIFTH FIELD OF transdelim.dat). CALCULATE".
           DISPLAY "WAREHOUSES PAIRS DATED AFTER THE BUSINESS DATE IN".
           DISPLAY "warehouse.dat AND RELEASES THEM INTO THE FIRST".
           DISPLAY "COMPLETE RUN ON OR AFTER THEIR EFFECTIVE DATE.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED):".
           DISPLAY "  LIST,oper-id             - REPORT WAITING PAIRS".
           DISPLAY "                             TO whsereport.dat".
           DISPLAY "  CANCEL,oper-id,whse-id   - CANCEL A WAITING PAIR".
           DISPLAY "WHSE-ID IS THE 13-DIGIT ID SHOWN ON THE REPORT.".
           DISPLAY "CANCEL NEEDS A LEVEL 2 OPERATOR.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CALCWHSE.
