       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMEND.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEND-REPORT ASSIGN TO "monthstmt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-FILE-STATUS.
           SELECT CAL-PERIOD ASSIGN TO "calcperd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT CAL-RUNLOG ASSIGN TO "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.
           SELECT OPER-MAST ASSIGN TO "opermast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT CLIENT-MAST ASSIGN TO "clientmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-FILE-STATUS.
           SELECT CALC-HIST ASSIGN TO "calchist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-RUN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CALC-SUMM ASSIGN TO "calcsumm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUMM-DATE
               FILE STATUS IS WS-SUMM-FILE-STATUS.
           SELECT CAL-LOCK ASSIGN TO "calclock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD MEND-REPORT.
        01 MEND-PRINT-LINE  PIC X(132).

        FD PRODATE-FILE.
        01 PRO-RECORD.
            05 PRO-DATE        PIC 9(8).
            05 PRO-STATUS      PIC X.
            05 PRO-SET-DATE    PIC 9(8).
            05 PRO-SET-TIME    PIC 9(6).

        FD CAL-PERIOD.
        01 PRD-RECORD.
            05 PRD-CLOSED-PERIOD PIC 9(6).
            05 PRD-CLOSE-DATE    PIC 9(8).
            05 PRD-CLOSE-TIME    PIC 9(6).
            05 PRD-CLOSE-OPER    PIC X(8).

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

        FD OPER-MAST.
        01 OPR-RECORD.
            05 OPR-ID          PIC X(8).
            05 OPR-NAME        PIC X(30).
            05 OPR-LEVEL       PIC 9.
            05 OPR-STATUS      PIC X.
            05 OPR-ADD-DATE    PIC 9(8).

        FD CLIENT-MAST.
        01 CLI-RECORD.
            05 CLI-ID          PIC X(6).
            05 CLI-NAME        PIC X(30).
            05 CLI-STATUS      PIC X.
            05 CLI-ADD-DATE    PIC 9(8).
            05 CLI-MAX-RESULT  PIC 9(9).
            05 CLI-MAX-PAIRS   PIC 9(5).

        FD CALC-HIST.
        01 HIST-RECORD.
            05 HIST-KEY.
                10 HIST-RUN-DATE   PIC 9(8).
                10 HIST-SEQ        PIC 9(7).
            05 HIST-NUMONE     PIC S9(4).
            05 HIST-NUMTWO     PIC S9(4).
            05 HIST-ADDRES     PIC S9(5).
            05 HIST-SUBRES     PIC S9(4).
            05 HIST-MULRES     PIC S9(8).
            05 HIST-DIVRES     PIC S9(4)V99.
            05 HIST-DIV-VALID  PIC X.
            05 HIST-OP-CODE    PIC X.
            05 HIST-CLIENT     PIC X(6).
            05 HIST-SOURCE     PIC X(2).
            05 HIST-RUN-ID     PIC X(15).
            05 HIST-CLIENT-KEY.
                10 HIST-CKEY-CLIENT PIC X(6).
                10 HIST-CKEY-DATE   PIC 9(8).

        FD CALC-SUMM.
        01 SUMM-RECORD.
            05 SUMM-DATE       PIC 9(8).
            05 SUMM-COUNT      PIC 9(7).
            05 SUMM-TOT-ADD    PIC S9(9).
            05 SUMM-TOT-SUB    PIC S9(9).
            05 SUMM-TOT-MULT   PIC S9(11).
            05 SUMM-TOT-DIV    PIC S9(9)V99.
            05 SUMM-DIVSKIP    PIC 9(7).
            05 SUMM-REJECTS    PIC 9(5).
            05 SUMM-DUPS       PIC 9(5).

        FD CAL-LOCK.
        01 LCK-RECORD.
            05 LCK-PROGRAM      PIC X(10).
            05 LCK-OPERATOR     PIC X(8).
            05 LCK-START-DATE   PIC 9(8).
            05 LCK-START-TIME   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS pic XX value spaces.
       01 WS-PRO-FILE-STATUS    pic XX value spaces.
       01 WS-PRD-FILE-STATUS    pic XX value spaces.
       01 WS-PRD-FAIL-STATUS    pic XX value spaces.
       01 WS-RLOG-FILE-STATUS   pic XX value spaces.
       01 WS-OPR-FILE-STATUS    pic XX value spaces.
       01 WS-CLI-FILE-STATUS    pic XX value spaces.
       01 WS-HIST-FILE-STATUS   pic XX value spaces.
       01 WS-SUMM-FILE-STATUS   pic XX value spaces.
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

       01 WS-PRO-DATE-FLAG      pic X value "N".
           88 WS-PRO-DATE-LOADED        value "Y".

       01 WS-CLI-OPEN-FLAG      pic X value "N".
           88 WS-CLI-OPEN               value "Y".

       01 WS-EOF-FLAG    pic X value "N".
           88 WS-EOF               value "Y".

       01 WS-CLT-FOUND-FLAG pic X value "N".
           88 WS-CLT-FOUND         value "Y".

       01 WS-CLT-OVERFLOW-FLAG pic X value "N".
           88 WS-CLT-OVERFLOW      value "Y".

       01 WS-PROCESS-DATE       pic 9(8) value zero.
       01 WS-PROCESS-PARTS REDEFINES WS-PROCESS-DATE.
           05 WS-PROC-PERIOD pic 9(6).
           05 WS-PROC-DD     pic 9(2).

       01 WS-CLOSED-PERIOD      pic 9(6) value zero.
       01 WS-NEXT-PERIOD        pic 9(6) value zero.

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-PERIOD-TEXT     pic X(10) value spaces.
       01 WS-OPERATOR-ID-TEXT pic X(8) value spaces.
       01 WS-OPERATOR-ID     pic X(8) value "SYSTEM".
       01 WS-OPER-LEVEL      pic 9 value zero.
       01 WS-DENY-REASON     pic X(40) value spaces.

       01 WS-PERIOD          pic 9(6) value zero.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PER-YYYY pic 9(4).
           05 WS-PER-MM   pic 9(2).

       01 WS-MONTH-FROM      pic 9(8) value zero.
       01 WS-MONTH-TO        pic 9(8) value zero.
       01 WS-YEAR-FROM       pic 9(8) value zero.
       01 WS-MONTH-KEY       pic 9(8) value zero.

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

       01 WS-END-TIME-8.
           05 WS-END-HH   pic 9(2).
           05 WS-END-MIN  pic 9(2).
           05 WS-END-SS   pic 9(2).
           05 WS-END-CC   pic 9(2).

       01 WS-RUN-DATE-DISPLAY.
           05 WS-RDD-MM   pic 9(2).
           05 FILLER      pic X value "/".
           05 WS-RDD-DD   pic 9(2).
           05 FILLER      pic X value "/".
           05 WS-RDD-YYYY pic 9(4).

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

       01 WS-MTH-DAYS        pic 9(3) value zero.
       01 WS-MTH-COUNT       pic 9(7) value zero.
       01 WS-MTH-ADD         pic S9(9) value zero.
       01 WS-MTH-SUB         pic S9(9) value zero.
       01 WS-MTH-MULT        pic S9(11) value zero.
       01 WS-MTH-DIV         pic S9(9)V99 value zero.
       01 WS-MTH-DIVSKIP     pic 9(7) value zero.
       01 WS-MTH-REJECTS     pic 9(5) value zero.
       01 WS-MTH-DUPS        pic 9(5) value zero.

       01 WS-HIST-READ       pic 9(7) value zero.
       01 WS-CLT-COUNT       pic 9(3) value zero.
       01 WS-CLT-IX          pic 9(3) value zero.
       01 WS-OP-IX           pic 9 value zero.
       01 WS-BUCKET-CNT      pic 9(7) value zero.
       01 WS-BUCKET-TOT      pic S9(13)V99 value zero.

       01 WS-CLT-TABLE.
           05 WS-CLT-ENTRY OCCURS 500 TIMES.
               10 WS-CLT-ID           PIC X(6).
               10 WS-CLT-OP OCCURS 4 TIMES.
                   15 WS-CLT-OPEN-CNT PIC 9(7).
                   15 WS-CLT-OPEN-TOT PIC S9(13)V99.
                   15 WS-CLT-MTD-CNT  PIC 9(7).
                   15 WS-CLT-MTD-TOT  PIC S9(13)V99.

       01 WS-OP-LABELS.
           05 FILLER PIC X(12) VALUE "ADD".
           05 FILLER PIC X(12) VALUE "SUBTRACT".
           05 FILLER PIC X(12) VALUE "MULTIPLY".
           05 FILLER PIC X(12) VALUE "DIVIDE".
       01 WS-OP-LABEL-TABLE REDEFINES WS-OP-LABELS.
           05 WS-OP-LABEL PIC X(12) OCCURS 4 TIMES.

       01 WS-REPORT-ADVANCE  pic 9 value 1.
       01 WS-REPORT-BLANKS   pic 9 value zero.
       01 WS-REPORT-SAVE-LINE pic X(132) value spaces.

       01 MEND-RUN-HEADER.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(24)
               VALUE "CALCULATE MONTH-END     ".
           05 FILLER        PIC X(6) VALUE "DATE: ".
           05 MND-RUN-DATE  PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "TIME: ".
           05 MND-RUN-TIME  PIC X(8).
           05 FILLER        PIC X(75) VALUE SPACES.

       01 MEND-PERIOD-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(20)
               VALUE "CLOSING PERIOD:     ".
           05 MND-PER-YYYY  PIC 9(4).
           05 FILLER        PIC X VALUE "/".
           05 MND-PER-MM    PIC 9(2).
           05 FILLER        PIC X(16) VALUE "  CLOSED BY:    ".
           05 MND-OPERATOR  PIC X(8).
           05 FILLER        PIC X(79) VALUE SPACES.

       01 MEND-SECTION-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 MND-SECTION   PIC X(60).
           05 FILLER        PIC X(70) VALUE SPACES.

       01 MEND-SUMM-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 MSL-LABEL     PIC X(24).
           05 MSL-VALUE     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(87) VALUE SPACES.

       01 MEND-CLIENT-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(8) VALUE "CLIENT: ".
           05 MCL-ID        PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 MCL-NAME      PIC X(30).
           05 FILLER        PIC X(84) VALUE SPACES.

       01 MEND-HEADING1.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "------- OPENING YTD -------".
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(27) VALUE "---------- MONTH ----------".
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(27) VALUE "------- CLOSING YTD -------".
           05 FILLER PIC X(31) VALUE SPACES.

       01 MEND-HEADING2.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE "OPERATION".
           05 FILLER PIC X(7)  VALUE "  PAIRS".
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(19) VALUE "              TOTAL".
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "  PAIRS".
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(19) VALUE "              TOTAL".
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "  PAIRS".
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(19) VALUE "              TOTAL".
           05 FILLER PIC X(31) VALUE SPACES.

       01 MEND-OP-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 MOP-LABEL     PIC X(12).
           05 MOP-OPEN-CNT  PIC ZZZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACES.
           05 MOP-OPEN-TOT  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 MOP-MTD-CNT   PIC ZZZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACES.
           05 MOP-MTD-TOT   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 MOP-CLOSE-CNT PIC ZZZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACES.
           05 MOP-CLOSE-TOT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(31) VALUE SPACES.

       01 MEND-NONE-LINE.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(40)
               VALUE "NO CLIENT ACTIVITY ON calchist.dat FOR ".
           05 FILLER     PIC X(14) VALUE "THE YEAR.     ".
           05 FILLER     PIC X(76) VALUE SPACES.

       01 MEND-MORE-LINE.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(40)
               VALUE "MORE THAN 500 CLIENTS - STATEMENTS ABOVE".
           05 FILLER     PIC X(30)
               VALUE " ARE INCOMPLETE.              ".
           05 FILLER     PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-MONTH-END-CLOSE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 0101-PARSE-PARMS.
           PERFORM 0178-TAKE-RUN-LOCK.

           OPEN OUTPUT MEND-REPORT.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               PERFORM 0198-ABORT-OPEN-FAILURE
           END-IF.

           PERFORM 0102-WRITE-REPORT-HEADER.
           PERFORM 0110-CLOSE-MONTH-SUMMARY.
           PERFORM 0120-BUILD-CLIENT-TOTALS.
           PERFORM 0130-WRITE-STATEMENTS.
           PERFORM 0140-WRITE-PERIOD-CONTROL.
           PERFORM 0145-WRITE-RUN-LOG.

           CLOSE MEND-REPORT.

           DISPLAY "CALCMEND: PERIOD " WS-PER-YYYY "/" WS-PER-MM
               " CLOSED - " WS-MTH-COUNT " PAIRS IN THE MONTH, "
               WS-CLT-COUNT " CLIENT STATEMENT(S) IN monthstmt.dat.".
           IF WS-CLT-OVERFLOW
               DISPLAY "CALCMEND: MORE THAN 500 CLIENTS - CLIENT"
                   " STATEMENTS ARE INCOMPLETE, SEE monthstmt.dat."
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0101-PARSE-PARMS.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-PERIOD-TEXT WS-OPERATOR-ID-TEXT
               END-UNSTRING
               IF WS-OPERATOR-ID-TEXT NOT = SPACES
                   MOVE WS-OPERATOR-ID-TEXT TO WS-OPERATOR-ID
               END-IF
           END-IF.
           IF WS-PERIOD-TEXT = SPACES
              OR FUNCTION TRIM(WS-PERIOD-TEXT) IS NOT NUMERIC
               PERFORM 0199-ABORT-NO-PERIOD
           END-IF.
           COMPUTE WS-PERIOD = FUNCTION NUMVAL(
               FUNCTION TRIM(WS-PERIOD-TEXT)).
           IF WS-PER-YYYY < 1990 OR WS-PER-MM < 1 OR WS-PER-MM > 12
               PERFORM 0199-ABORT-NO-PERIOD
           END-IF.

           PERFORM 0106-VERIFY-OPERATOR.
           PERFORM 0103-LOAD-PROCESS-DATE.
           PERFORM 0104-LOAD-PERIOD-CONTROL.

           IF WS-PERIOD >= WS-PROC-PERIOD
               PERFORM 0195-ABORT-PERIOD-OPEN
           END-IF.
           IF WS-PERIOD <= WS-CLOSED-PERIOD
               PERFORM 0194-ABORT-ALREADY-CLOSED
           END-IF.
           IF WS-CLOSED-PERIOD > ZERO
               MOVE WS-CLOSED-PERIOD TO WS-NEXT-PERIOD
               IF WS-NEXT-PERIOD(5:2) = "12"
                   COMPUTE WS-NEXT-PERIOD = WS-NEXT-PERIOD + 89
               ELSE
                   ADD 1 TO WS-NEXT-PERIOD
               END-IF
               IF WS-PERIOD NOT = WS-NEXT-PERIOD
                   PERFORM 0189-ABORT-PERIOD-GAP
               END-IF
           END-IF.

           COMPUTE WS-MONTH-FROM = WS-PERIOD * 100 + 1.
           COMPUTE WS-MONTH-TO = WS-PERIOD * 100 + 31.
           COMPUTE WS-MONTH-KEY = WS-PERIOD * 100.
           COMPUTE WS-YEAR-FROM = WS-PER-YYYY * 10000 + 101.

       0102-WRITE-REPORT-HEADER.
           MOVE WS-RUN-MM TO WS-RDD-MM.
           MOVE WS-RUN-DD TO WS-RDD-DD.
           MOVE WS-RUN-YYYY TO WS-RDD-YYYY.
           MOVE WS-RUN-DATE-DISPLAY TO MND-RUN-DATE.

           MOVE WS-RUN-HH TO WS-RTD-HH.
           MOVE WS-RUN-MIN TO WS-RTD-MIN.
           MOVE WS-RUN-SS TO WS-RTD-SS.
           MOVE WS-RUN-TIME-DISPLAY TO MND-RUN-TIME.

           MOVE MEND-RUN-HEADER TO MEND-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE WS-PER-YYYY TO MND-PER-YYYY.
           MOVE WS-PER-MM TO MND-PER-MM.
           MOVE WS-OPERATOR-ID TO MND-OPERATOR.
           MOVE MEND-PERIOD-LINE TO MEND-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

       0103-LOAD-PROCESS-DATE.
           OPEN INPUT PRODATE-FILE.
           IF WS-PRO-FILE-STATUS = "00"
               READ PRODATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRO-DATE NUMERIC AND PRO-STATUS = "O"
                           SET WS-PRO-DATE-LOADED TO TRUE
                           MOVE PRO-DATE TO WS-PROCESS-DATE
                       END-IF
               END-READ
               CLOSE PRODATE-FILE
           END-IF.
           IF NOT WS-PRO-DATE-LOADED
               PERFORM 0193-ABORT-NO-PROCESS-DATE
           END-IF.

       0104-LOAD-PERIOD-CONTROL.
           MOVE ZERO TO WS-CLOSED-PERIOD.
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

           IF WS-OPER-LEVEL < 2
               MOVE "MONTH-END CLOSE NEEDS SUPERVISOR" TO
                   WS-DENY-REASON
               PERFORM 0192-DENY-RUN
           END-IF.

       0110-CLOSE-MONTH-SUMMARY.
           OPEN I-O CALC-SUMM.
           IF WS-SUMM-FILE-STATUS = "35"
               OPEN OUTPUT CALC-SUMM
               CLOSE CALC-SUMM
               OPEN I-O CALC-SUMM
           END-IF.
           IF WS-SUMM-FILE-STATUS NOT = "00"
               PERFORM 0196-ABORT-SUMMARY-OPEN
           END-IF.

           MOVE WS-MONTH-FROM TO SUMM-DATE.
           START CALC-SUMM KEY IS GREATER THAN OR EQUAL TO SUMM-DATE
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           IF WS-SUMM-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF
               READ CALC-SUMM NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF SUMM-DATE > WS-MONTH-TO
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-MTH-DAYS
                           ADD SUMM-COUNT TO WS-MTH-COUNT
                           ADD SUMM-TOT-ADD TO WS-MTH-ADD
                           ADD SUMM-TOT-SUB TO WS-MTH-SUB
                           ADD SUMM-TOT-MULT TO WS-MTH-MULT
                           ADD SUMM-TOT-DIV TO WS-MTH-DIV
                           ADD SUMM-DIVSKIP TO WS-MTH-DIVSKIP
                           ADD SUMM-REJECTS TO WS-MTH-REJECTS
                           ADD SUMM-DUPS TO WS-MTH-DUPS
                       END-IF
               END-READ
               IF WS-SUMM-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.

           MOVE WS-MONTH-KEY TO SUMM-DATE.
           MOVE WS-MTH-COUNT TO SUMM-COUNT.
           MOVE WS-MTH-ADD TO SUMM-TOT-ADD.
           MOVE WS-MTH-SUB TO SUMM-TOT-SUB.
           MOVE WS-MTH-MULT TO SUMM-TOT-MULT.
           MOVE WS-MTH-DIV TO SUMM-TOT-DIV.
           MOVE WS-MTH-DIVSKIP TO SUMM-DIVSKIP.
           MOVE WS-MTH-REJECTS TO SUMM-REJECTS.
           MOVE WS-MTH-DUPS TO SUMM-DUPS.
           WRITE SUMM-RECORD
               INVALID KEY
                   REWRITE SUMM-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.
           IF WS-SUMM-FILE-STATUS NOT = "00"
               PERFORM 0197-ABORT-SUMMARY-WRITE
           END-IF.
           CLOSE CALC-SUMM.

           MOVE "MONTHLY SUMMARY (calcsumm.dat)" TO MND-SECTION.
           MOVE MEND-SECTION-LINE TO MEND-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE 1 TO WS-REPORT-ADVANCE.
           MOVE "BUSINESS DAYS:" TO MSL-LABEL.
           MOVE WS-MTH-DAYS TO MSL-VALUE.
           PERFORM 0111-WRITE-SUMMARY-LINE.
           MOVE "PAIRS POSTED:" TO MSL-LABEL.
           MOVE WS-MTH-COUNT TO MSL-VALUE.
           PERFORM 0111-WRITE-SUMMARY-LINE.
           MOVE "TOTAL OF ADDITIONS:" TO MSL-LABEL.
           MOVE WS-MTH-ADD TO MSL-VALUE.
           PERFORM 0111-WRITE-SUMMARY-LINE.
           MOVE "TOTAL OF SUBTRACTIONS:" TO MSL-LABEL.
           MOVE WS-MTH-SUB TO MSL-VALUE.
           PERFORM 0111-WRITE-SUMMARY-LINE.
           MOVE "TOTAL OF PRODUCTS:" TO MSL-LABEL.
           MOVE WS-MTH-MULT TO MSL-VALUE.
           PERFORM 0111-WRITE-SUMMARY-LINE.
           MOVE "TOTAL OF QUOTIENTS:" TO MSL-LABEL.
           MOVE WS-MTH-DIV TO MSL-VALUE.
           PERFORM 0111-WRITE-SUMMARY-LINE.
           MOVE "DIVIDE-BY-ZERO SKIPS:" TO MSL-LABEL.
           MOVE WS-MTH-DIVSKIP TO MSL-VALUE.
           PERFORM 0111-WRITE-SUMMARY-LINE.
           MOVE "REJECTS:" TO MSL-LABEL.
           MOVE WS-MTH-REJECTS TO MSL-VALUE.
           PERFORM 0111-WRITE-SUMMARY-LINE.
           MOVE "DUPLICATES SKIPPED:" TO MSL-LABEL.
           MOVE WS-MTH-DUPS TO MSL-VALUE.
           PERFORM 0111-WRITE-SUMMARY-LINE.

       0111-WRITE-SUMMARY-LINE.
           MOVE MEND-SUMM-LINE TO MEND-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

       0120-BUILD-CLIENT-TOTALS.
           OPEN INPUT CALC-HIST.
           IF WS-HIST-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-HIST-FILE-STATUS NOT = "00"
                   PERFORM 0190-ABORT-HISTORY-OPEN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               MOVE WS-YEAR-FROM TO HIST-RUN-DATE
               MOVE ZERO TO HIST-SEQ
               START CALC-HIST
                   KEY IS GREATER THAN OR EQUAL TO HIST-KEY
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               IF WS-HIST-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CALC-HIST NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE > WS-MONTH-TO
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-HIST-READ
                               PERFORM 0121-ACCUMULATE-CLIENT
                           END-IF
                   END-READ
                   IF WS-HIST-FILE-STATUS NOT = "00"
                       SET WS-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE CALC-HIST
           END-IF.

       0121-ACCUMULATE-CLIENT.
           MOVE "N" TO WS-CLT-FOUND-FLAG.
           MOVE ZERO TO WS-CLT-IX.
           PERFORM UNTIL WS-CLT-FOUND OR WS-CLT-IX >= WS-CLT-COUNT
               ADD 1 TO WS-CLT-IX
               IF WS-CLT-ID(WS-CLT-IX) = HIST-CLIENT
                   SET WS-CLT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-CLT-FOUND
               IF WS-CLT-COUNT < 500
                   ADD 1 TO WS-CLT-COUNT
                   MOVE WS-CLT-COUNT TO WS-CLT-IX
                   INITIALIZE WS-CLT-ENTRY(WS-CLT-IX)
                   MOVE HIST-CLIENT TO WS-CLT-ID(WS-CLT-IX)
                   SET WS-CLT-FOUND TO TRUE
               ELSE
                   SET WS-CLT-OVERFLOW TO TRUE
               END-IF
           END-IF.

           IF WS-CLT-FOUND
               IF HIST-OP-CODE = "A" OR HIST-OP-CODE = "*"
                   MOVE 1 TO WS-OP-IX
                   MOVE HIST-ADDRES TO WS-BUCKET-TOT
                   PERFORM 0122-ADD-TO-BUCKET
               END-IF
               IF HIST-OP-CODE = "S" OR HIST-OP-CODE = "*"
                   MOVE 2 TO WS-OP-IX
                   MOVE HIST-SUBRES TO WS-BUCKET-TOT
                   PERFORM 0122-ADD-TO-BUCKET
               END-IF
               IF HIST-OP-CODE = "M" OR HIST-OP-CODE = "*"
                   MOVE 3 TO WS-OP-IX
                   MOVE HIST-MULRES TO WS-BUCKET-TOT
                   PERFORM 0122-ADD-TO-BUCKET
               END-IF
               IF (HIST-OP-CODE = "D" OR HIST-OP-CODE = "*")
                  AND HIST-DIV-VALID = "Y"
                   MOVE 4 TO WS-OP-IX
                   MOVE HIST-DIVRES TO WS-BUCKET-TOT
                   PERFORM 0122-ADD-TO-BUCKET
               END-IF
           END-IF.

       0122-ADD-TO-BUCKET.
           IF HIST-RUN-DATE < WS-MONTH-FROM
               ADD 1 TO WS-CLT-OPEN-CNT(WS-CLT-IX, WS-OP-IX)
               ADD WS-BUCKET-TOT TO WS-CLT-OPEN-TOT(WS-CLT-IX, WS-OP-IX)
           ELSE
               ADD 1 TO WS-CLT-MTD-CNT(WS-CLT-IX, WS-OP-IX)
               ADD WS-BUCKET-TOT TO WS-CLT-MTD-TOT(WS-CLT-IX, WS-OP-IX)
           END-IF.

       0130-WRITE-STATEMENTS.
           MOVE "CLIENT STATEMENTS - MONTH-TO-DATE AND YEAR-TO-DATE"
               TO MND-SECTION.
           MOVE MEND-SECTION-LINE TO MEND-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           IF WS-CLT-COUNT = ZERO
               MOVE MEND-NONE-LINE TO MEND-PRINT-LINE
               MOVE 2 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           ELSE
               OPEN INPUT CLIENT-MAST
               IF WS-CLI-FILE-STATUS = "00"
                   SET WS-CLI-OPEN TO TRUE
               END-IF
               MOVE ZERO TO WS-CLT-IX
               PERFORM UNTIL WS-CLT-IX >= WS-CLT-COUNT
                   ADD 1 TO WS-CLT-IX
                   PERFORM 0131-WRITE-ONE-STATEMENT
               END-PERFORM
               IF WS-CLI-OPEN
                   CLOSE CLIENT-MAST
               END-IF
           END-IF.

           IF WS-CLT-OVERFLOW
               MOVE MEND-MORE-LINE TO MEND-PRINT-LINE
               MOVE 2 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

       0131-WRITE-ONE-STATEMENT.
           MOVE WS-CLT-ID(WS-CLT-IX) TO MCL-ID.
           MOVE "(NOT ON FILE)" TO MCL-NAME.
           IF WS-CLI-OPEN
               MOVE WS-CLT-ID(WS-CLT-IX) TO CLI-ID
               READ CLIENT-MAST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CLI-NAME TO MCL-NAME
               END-READ
           END-IF.

           MOVE MEND-CLIENT-LINE TO MEND-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE MEND-HEADING1 TO MEND-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE MEND-HEADING2 TO MEND-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-OP-IX.
           PERFORM UNTIL WS-OP-IX >= 4
               ADD 1 TO WS-OP-IX
               MOVE WS-OP-LABEL(WS-OP-IX) TO MOP-LABEL
               MOVE WS-CLT-OPEN-CNT(WS-CLT-IX, WS-OP-IX)
                   TO MOP-OPEN-CNT
               MOVE WS-CLT-OPEN-TOT(WS-CLT-IX, WS-OP-IX)
                   TO MOP-OPEN-TOT
               MOVE WS-CLT-MTD-CNT(WS-CLT-IX, WS-OP-IX)
                   TO MOP-MTD-CNT
               MOVE WS-CLT-MTD-TOT(WS-CLT-IX, WS-OP-IX)
                   TO MOP-MTD-TOT
               COMPUTE WS-BUCKET-CNT =
                   WS-CLT-OPEN-CNT(WS-CLT-IX, WS-OP-IX)
                   + WS-CLT-MTD-CNT(WS-CLT-IX, WS-OP-IX)
               COMPUTE WS-BUCKET-TOT =
                   WS-CLT-OPEN-TOT(WS-CLT-IX, WS-OP-IX)
                   + WS-CLT-MTD-TOT(WS-CLT-IX, WS-OP-IX)
               MOVE WS-BUCKET-CNT TO MOP-CLOSE-CNT
               MOVE WS-BUCKET-TOT TO MOP-CLOSE-TOT
               MOVE MEND-OP-LINE TO MEND-PRINT-LINE
               PERFORM 0109-WRITE-REPORT-LINE
           END-PERFORM.

       0140-WRITE-PERIOD-CONTROL.
           OPEN OUTPUT CAL-PERIOD.
           IF WS-PRD-FILE-STATUS NOT = "00"
               MOVE WS-PRD-FILE-STATUS TO WS-PRD-FAIL-STATUS
               PERFORM 0188-ABORT-PERIOD-WRITE
           END-IF.
           MOVE WS-PERIOD TO PRD-CLOSED-PERIOD.
           MOVE WS-RUN-DATE-8 TO PRD-CLOSE-DATE.
           MOVE WS-RUN-TIME-8(1:6) TO PRD-CLOSE-TIME.
           MOVE WS-OPERATOR-ID TO PRD-CLOSE-OPER.
           WRITE PRD-RECORD.
           IF WS-PRD-FILE-STATUS NOT = "00"
               MOVE WS-PRD-FILE-STATUS TO WS-PRD-FAIL-STATUS
               CLOSE CAL-PERIOD
               PERFORM 0188-ABORT-PERIOD-WRITE
           END-IF.
           CLOSE CAL-PERIOD.

       0145-WRITE-RUN-LOG.
           OPEN EXTEND CAL-RUNLOG.
           IF WS-RLOG-FILE-STATUS = "35"
               OPEN OUTPUT CAL-RUNLOG
           END-IF.
           IF WS-RLOG-FILE-STATUS NOT = "00"
               DISPLAY "CALCMEND: COULD NOT OPEN runlog.dat -"
                   " MONTH-END CLOSE NOT LOGGED."
           ELSE
               ACCEPT WS-END-TIME-8 FROM TIME
               MOVE SPACES TO RLOG-RECORD
               MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
               MOVE WS-RUN-HH TO WS-RUNID-HH
               MOVE WS-RUN-MIN TO WS-RUNID-MIN
               MOVE WS-RUN-SS TO WS-RUNID-SS
               MOVE WS-RUN-ID TO RLOG-RUN-ID
               MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
               STRING "CALCMEND " WS-COMMAND-LINE(1:30)
                   DELIMITED BY SIZE INTO RLOG-PARMS
               END-STRING
               MOVE WS-RUN-DATE-8 TO RLOG-START-DATE
               MOVE WS-RUN-TIME-8(1:6) TO RLOG-START-TIME
               MOVE WS-END-TIME-8(1:6) TO RLOG-END-TIME
               MOVE ZERO TO RLOG-PAIRS RLOG-DIVSKIP
                            RLOG-REJECTS RLOG-DUPS
               MOVE SPACES TO RLOG-RPT-STATUS RLOG-CSV-STATUS
                              RLOG-TRN-STATUS RLOG-HST-STATUS
               MOVE "MTHCLOSED" TO RLOG-DISPOSITION
               WRITE RLOG-RECORD
               CLOSE CAL-RUNLOG
           END-IF.

       0109-WRITE-REPORT-LINE.
           MOVE MEND-PRINT-LINE TO WS-REPORT-SAVE-LINE.
           COMPUTE WS-REPORT-BLANKS = WS-REPORT-ADVANCE - 1.
           PERFORM WS-REPORT-BLANKS TIMES
               MOVE SPACES TO MEND-PRINT-LINE
               WRITE MEND-PRINT-LINE
           END-PERFORM.
           MOVE WS-REPORT-SAVE-LINE TO MEND-PRINT-LINE.
           WRITE MEND-PRINT-LINE.

       0188-ABORT-PERIOD-WRITE.
           DISPLAY "CALCMEND: RUN ABORTED.".
           DISPLAY "calcperd.dat COULD NOT BE OPENED OR WRITTEN"
               " (STATUS " WS-PRD-FAIL-STATUS ").".
           DISPLAY "THE MONTHLY SUMMARY AND STATEMENTS WERE".
           DISPLAY "PRODUCED BUT THE PERIOD IS NOT MARKED CLOSED -".
           DISPLAY "CORRECT THE PROBLEM AND RERUN THE CLOSE;".
           DISPLAY "UNTIL THEN NO MONTH MAY BE TREATED AS CLOSED.".
           CLOSE MEND-REPORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0189-ABORT-PERIOD-GAP.
           DISPLAY "CALCMEND: RUN ABORTED.".
           DISPLAY "THE LAST CLOSED PERIOD IS " WS-CLOSED-PERIOD
               " - PERIODS CLOSE IN ORDER, SO THE NEXT ONE TO".
           DISPLAY "CLOSE IS " WS-NEXT-PERIOD ", NOT " WS-PERIOD ".".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0190-ABORT-HISTORY-OPEN.
           DISPLAY "CALCMEND: RUN ABORTED.".
           DISPLAY "calchist.dat COULD NOT BE OPENED (STATUS "
               WS-HIST-FILE-STATUS ") - THE FILE IS ON HAND BUT".
           DISPLAY "UNREADABLE. THE MONTHLY SUMMARY WAS WRITTEN BUT".
           DISPLAY "THE PERIOD IS NOT MARKED CLOSED - CORRECT THE".
           DISPLAY "PROBLEM AND RERUN THE CLOSE.".
           CLOSE MEND-REPORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "CALCMEND: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "THE CLOSE MUST BE SIGNED ON BY A SUPERVISOR ON".
           DISPLAY "THE OPERATOR MASTER. BUILD THE FILE WITH THE".
           DISPLAY "OPERMNT UTILITY (ADD,oper-id,level,name) AND".
           DISPLAY "RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-RUN.
           DISPLAY "CALCMEND: MONTH-END CLOSE DENIED FOR OPERATOR "
               WS-OPERATOR-ID " - " WS-DENY-REASON ".".
           PERFORM 0187-LOG-DENIED-ATTEMPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0187-LOG-DENIED-ATTEMPT.
           MOVE "N" TO WS-LOG-LOCK-FLAG.
           IF NOT WS-LOCK-HELD
               PERFORM 0177-TRY-RUN-LOCK
               IF WS-LOCK-HELD
                   SET WS-LOG-LOCK-TAKEN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-LOCK-HELD
               IF WS-LOCK-BUSY
                   DISPLAY "CALCMEND: calclock.dat IS HELD BY "
                       WS-LKH-PROGRAM " - DENIED ATTEMPT NOT LOGGED."
               ELSE
                   DISPLAY "CALCMEND: calclock.dat COULD NOT BE READ"
                       " (STATUS " WS-LCK-FILE-STATUS ") -"
                       " DENIED ATTEMPT NOT LOGGED."
               END-IF
           ELSE
               OPEN EXTEND CAL-RUNLOG
               IF WS-RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT CAL-RUNLOG
               END-IF
               IF WS-RLOG-FILE-STATUS NOT = "00"
                   DISPLAY "CALCMEND: COULD NOT OPEN runlog.dat -"
                       " DENIED ATTEMPT NOT LOGGED."
               ELSE
                   MOVE SPACES TO RLOG-RECORD
                   MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
                   MOVE WS-RUN-HH TO WS-RUNID-HH
                   MOVE WS-RUN-MIN TO WS-RUNID-MIN
                   MOVE WS-RUN-SS TO WS-RUNID-SS
                   MOVE WS-RUN-ID TO RLOG-RUN-ID
                   MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
                   STRING "CALCMEND " WS-COMMAND-LINE(1:30)
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
                       DISPLAY "CALCMEND: runlog.dat WRITE FAILED"
                           " (STATUS " WS-RLOG-FILE-STATUS ") -"
                           " DENIED ATTEMPT NOT LOGGED."
                   END-IF
                   CLOSE CAL-RUNLOG
               END-IF
           END-IF.
           IF WS-LOG-LOCK-TAKEN
               PERFORM 0179-RELEASE-RUN-LOCK
           END-IF.

       0193-ABORT-NO-PROCESS-DATE.
           DISPLAY "CALCMEND: RUN ABORTED.".
           DISPLAY "prodate.dat IS MISSING, UNREADABLE, OR DOES NOT".
           DISPLAY "CARRY AN OPEN BUSINESS DATE. A MONTH CAN ONLY".
           DISPLAY "BE CLOSED ONCE THE BUSINESS DATE HAS MOVED PAST".
           DISPLAY "IT. SET THE DATE WITH CALCPDAT (SET,YYYYMMDD)".
           DISPLAY "AND RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0194-ABORT-ALREADY-CLOSED.
           DISPLAY "CALCMEND: RUN ABORTED.".
           DISPLAY "PERIOD " WS-PERIOD " IS ALREADY CLOSED (LAST"
               " CLOSED PERIOD " WS-CLOSED-PERIOD ").".
           DISPLAY "ITS MONTHLY SUMMARY AND STATEMENTS STAND AS".
           DISPLAY "REPORTED AND ARE NOT PRODUCED AGAIN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0195-ABORT-PERIOD-OPEN.
           DISPLAY "CALCMEND: RUN ABORTED.".
           DISPLAY "PERIOD " WS-PERIOD " IS NOT BEFORE THE CURRENT".
           DISPLAY "BUSINESS DATE " WS-PROCESS-DATE " - A MONTH".
           DISPLAY "CANNOT BE CLOSED WHILE IT IS STILL OPEN FOR".
           DISPLAY "POSTING. ROLL THE BUSINESS DATE INTO THE NEXT".
           DISPLAY "MONTH WITH CALCPDAT FIRST.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0196-ABORT-SUMMARY-OPEN.
           DISPLAY "CALCMEND: RUN ABORTED.".
           DISPLAY "calcsumm.dat COULD NOT BE OPENED (STATUS "
               WS-SUMM-FILE-STATUS ").".
           DISPLAY "THE PERIOD WAS NOT CLOSED.".
           CLOSE MEND-REPORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0197-ABORT-SUMMARY-WRITE.
           DISPLAY "CALCMEND: RUN ABORTED.".
           DISPLAY "THE MONTHLY SUMMARY RECORD " WS-MONTH-KEY
               " COULD NOT BE WRITTEN TO calcsumm.dat (STATUS "
               WS-SUMM-FILE-STATUS ").".
           DISPLAY "THE PERIOD WAS NOT CLOSED.".
           CLOSE CALC-SUMM.
           CLOSE MEND-REPORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "CALCMEND: STARTUP ABORTED.".
           DISPLAY "COULD NOT OPEN monthstmt.dat FOR OUTPUT -".
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0199-ABORT-NO-PERIOD.
           DISPLAY "CALCMEND: RUN ABORTED.".
           DISPLAY "RUN PARAMETERS: YYYYMM,oper-id".
           DISPLAY "THE PERIOD (YYYYMM) MUST BE BEFORE THE CURRENT".
           DISPLAY "BUSINESS MONTH AND IMMEDIATELY FOLLOW THE LAST".
           DISPLAY "CLOSED PERIOD. THE CLOSE WRITES THE MONTHLY".
           DISPLAY "SUMMARY RECORD (YYYYMM00) TO calcsumm.dat, THE".
           DISPLAY "CLIENT MONTH-TO-DATE AND YEAR-TO-DATE".
           DISPLAY "STATEMENTS TO monthstmt.dat, AND MARKS THE".
           DISPLAY "PERIOD CLOSED IN calcperd.dat. OPER-ID MUST BE".
           DISPLAY "A LEVEL 2 (SUPERVISOR) OPERATOR.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

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
                   MOVE "CALCMEND" TO LCK-PROGRAM
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
           PERFORM 0177-TRY-RUN-LOCK.
           IF NOT WS-LOCK-HELD
               PERFORM 0186-REFUSE-RUN-LOCKED
           END-IF.

       0179-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT CAL-LOCK
               IF WS-LCK-FILE-STATUS = "00"
                   CLOSE CAL-LOCK
                   MOVE "N" TO WS-LOCK-HELD-FLAG
               ELSE
                   DISPLAY "CALCMEND: COULD NOT RELEASE calclock.dat"
                       " (STATUS " WS-LCK-FILE-STATUS ") - A"
                       " SUPERVISOR MUST CLEAR IT WITH CALCLOCK"
                       " (CLEAR,oper-id) BEFORE THE NEXT RUN."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0186-REFUSE-RUN-LOCKED.
           IF WS-LOCK-BUSY
               DISPLAY "CALCMEND: RUN REFUSED - calclock.dat IS HELD"
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
               DISPLAY "CALCMEND: STARTUP ABORTED."
               DISPLAY "calclock.dat COULD NOT BE READ OR WRITTEN"
                   " (STATUS " WS-LCK-FILE-STATUS ")."
               DISPLAY "EVERY PROGRAM THAT UPDATES calchist.dat,"
               DISPLAY "calcsumm.dat OR runlog.dat TAKES THE RUN LOCK"
               DISPLAY "ON IT FIRST. CHECK DIRECTORY PERMISSIONS AND"
               DISPLAY "RERUN."
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM CALCMEND.
