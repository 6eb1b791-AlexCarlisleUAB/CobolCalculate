       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCVRFY.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VRFY-REPORT ASSIGN TO "verifyreport.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT CAL-RUNLOG ASSIGN TO "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.
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
           SELECT CAL-PERIOD ASSIGN TO "calcperd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT OPER-MAST ASSIGN TO "opermast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT CAL-LOCK ASSIGN TO "calclock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD VRFY-REPORT.
        01 VRFY-PRINT-LINE  PIC X(132).

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

        FD CAL-PERIOD.
        01 PRD-RECORD.
            05 PRD-CLOSED-PERIOD PIC 9(6).
            05 PRD-CLOSE-DATE    PIC 9(8).
            05 PRD-CLOSE-TIME    PIC 9(6).
            05 PRD-CLOSE-OPER    PIC X(8).

        FD OPER-MAST.
        01 OPR-RECORD.
            05 OPR-ID          PIC X(8).
            05 OPR-NAME        PIC X(30).
            05 OPR-LEVEL       PIC 9.
            05 OPR-STATUS      PIC X.
            05 OPR-ADD-DATE    PIC 9(8).

        FD CAL-LOCK.
        01 LCK-RECORD.
            05 LCK-PROGRAM      PIC X(10).
            05 LCK-OPERATOR     PIC X(8).
            05 LCK-START-DATE   PIC 9(8).
            05 LCK-START-TIME   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS pic XX value spaces.
       01 WS-RLOG-FILE-STATUS   pic XX value spaces.
       01 WS-HIST-FILE-STATUS   pic XX value spaces.
       01 WS-SUMM-FILE-STATUS   pic XX value spaces.
       01 WS-PRD-FILE-STATUS    pic XX value spaces.
       01 WS-OPR-FILE-STATUS    pic XX value spaces.
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

       01 WS-REBUILD-FLAG pic X value "N".
           88 WS-REBUILD           value "Y".

       01 WS-SUMM-OPEN-FLAG pic X value "N".
           88 WS-SUMM-OPEN         value "Y".

       01 WS-RLOG-ON-HAND-FLAG pic X value "N".
           88 WS-RLOG-ON-HAND      value "Y".

       01 WS-RLOG-OVERFLOW-FLAG pic X value "N".
           88 WS-RLOG-OVERFLOW     value "Y".

       01 WS-DAY-STARTED-FLAG pic X value "N".
           88 WS-DAY-STARTED       value "Y".

       01 WS-SUMM-FOUND-FLAG pic X value "N".
           88 WS-SUMM-FOUND        value "Y".

       01 WS-SUMM-DIFF-FLAG pic X value "N".
           88 WS-SUMM-DIFFERS      value "Y".

       01 WS-FIELDS-OK-FLAG pic X value "Y".
           88 WS-FIELDS-OK         value "Y".

       01 WS-HIST-FOUND-FLAG pic X value "N".
           88 WS-HIST-FOUND        value "Y".

       01 WS-LAST-RUN-ID     pic X(15) value spaces.
       01 WS-LAST-RUN-STATE  pic X value space.
           88 WS-RUN-LOGGED        value "L".
           88 WS-RUN-NOT-LOGGED    value "M".
           88 WS-RUN-BACKED-OUT    value "B".

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-FROM-DATE-TEXT  pic X(10) value spaces.
       01 WS-TO-DATE-TEXT    pic X(10) value spaces.
       01 WS-FROM-DATE       pic 9(8) value zero.
       01 WS-TO-DATE         pic 9(8) value 99999999.

       01 WS-OPERATOR-ID-TEXT pic X(8) value spaces.
       01 WS-OPERATOR-ID     pic X(8) value "SYSTEM".
       01 WS-OPER-LEVEL      pic 9 value zero.
       01 WS-DENY-REASON     pic X(40) value spaces.
       01 WS-CLOSED-PERIOD   pic 9(6) value zero.

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

       01 WS-END-TIME-8      pic 9(8) value zero.

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

       01 WS-RLOG-COUNT   pic 9(4) value zero.
       01 WS-RLOG-IX      pic 9(4) value zero.

       01 WS-RLOG-TABLE.
           05 WS-RLOG-ENTRY OCCURS 5000 TIMES.
               10 WS-RLT-RUN-ID      PIC X(15).
               10 WS-RLT-DISPOSITION PIC X(10).

       01 WS-MONTH-COUNT  pic 9(3) value zero.
       01 WS-MONTH-IX     pic 9(3) value zero.
       01 WS-MONTH-KEY    pic 9(8) value zero.
       01 WS-MONTH-FROM   pic 9(8) value zero.
       01 WS-MONTH-TO     pic 9(8) value zero.
       01 WS-DAY-PERIOD   pic 9(6) value zero.

       01 WS-MONTH-TABLE.
           05 WS-MTH-PERIOD OCCURS 240 TIMES PIC 9(6).

       01 WS-MTH-COUNT    pic 9(7) value zero.
       01 WS-MTH-ADD      pic S9(9) value zero.
       01 WS-MTH-SUB      pic S9(9) value zero.
       01 WS-MTH-MULT     pic S9(11) value zero.
       01 WS-MTH-DIV      pic S9(9)V99 value zero.
       01 WS-MTH-DIVSKIP  pic 9(7) value zero.
       01 WS-MTH-REJECTS  pic 9(5) value zero.
       01 WS-MTH-DUPS     pic 9(5) value zero.

       01 WS-DAY-DATE     pic 9(8) value zero.
       01 WS-DAY-COUNT    pic 9(7) value zero.
       01 WS-DAY-ADD      pic S9(9) value zero.
       01 WS-DAY-SUB      pic S9(9) value zero.
       01 WS-DAY-MULT     pic S9(11) value zero.
       01 WS-DAY-DIV      pic S9(9)V99 value zero.
       01 WS-DAY-DIVSKIP  pic 9(7) value zero.
       01 WS-PREV-SEQ     pic 9(7) value zero.
       01 WS-GAP-FROM     pic 9(7) value zero.
       01 WS-GAP-TO       pic 9(7) value zero.

       01 WS-EXP-ADD      pic S9(5) value zero.
       01 WS-EXP-SUB      pic S9(4) value zero.
       01 WS-EXP-MULT     pic S9(8) value zero.
       01 WS-EXP-DIV      pic S9(4)V99 value zero.
       01 WS-EXP-VALID    pic X value space.

       01 WS-CMP-LABEL    pic X(12) value spaces.
       01 WS-CMP-SUMM     pic S9(11)V99 value zero.
       01 WS-CMP-HIST     pic S9(11)V99 value zero.
       01 WS-SHOW-1       pic -(11)9.99.
       01 WS-SHOW-2       pic -(11)9.99.
       01 WS-SHOW-SEQ-1   pic Z(6)9.
       01 WS-SHOW-SEQ-2   pic Z(6)9.

       01 WS-DISC-DATE    pic 9(8) value zero.
       01 WS-DISC-SEQ     pic 9(7) value zero.
       01 WS-DISC-RUN-ID  pic X(15) value spaces.
       01 WS-DISC-CHECK   pic X(10) value spaces.
       01 WS-DISC-DETAIL  pic X(70) value spaces.

       01 WS-RECORDS-READ    pic 9(9) value zero.
       01 WS-DAYS-CHECKED    pic 9(7) value zero.
       01 WS-DISC-COUNT      pic 9(7) value zero.
       01 WS-RESULT-DISC     pic 9(7) value zero.
       01 WS-DIVVALID-DISC   pic 9(7) value zero.
       01 WS-SEQ-DISC        pic 9(7) value zero.
       01 WS-RUNID-DISC      pic 9(7) value zero.
       01 WS-SUMM-DISC       pic 9(7) value zero.
       01 WS-GAPS-EXPLAINED  pic 9(7) value zero.
       01 WS-DAYS-REBUILT    pic 9(7) value zero.
       01 WS-DAYS-UNREPAIRED pic 9(7) value zero.
       01 WS-MONTHS-REFRESHED pic 9(3) value zero.

       01 WS-LINES-PER-PAGE pic 9(3) value 55.
       01 WS-LINE-COUNT     pic 9(3) value zero.
       01 WS-PAGE-COUNT     pic 9(3) value zero.

       01 WS-REPORT-ADVANCE  pic 9 value 1.
       01 WS-REPORT-BLANKS   pic 9 value zero.
       01 WS-REPORT-SAVE-LINE pic X(132) value spaces.

       01 VRFY-RUN-HEADER.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(28)
               VALUE "HISTORY INTEGRITY CHECK     ".
           05 FILLER        PIC X(6) VALUE "DATE: ".
           05 VRH-RUN-DATE  PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "TIME: ".
           05 VRH-RUN-TIME  PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "PAGE: ".
           05 VRH-PAGE-NO   PIC ZZ9.
           05 FILLER        PIC X(61) VALUE SPACES.

       01 VRFY-RANGE-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(8) VALUE "PERIOD: ".
           05 VRH-FROM-DATE PIC X(10).
           05 FILLER        PIC X(9) VALUE " THROUGH ".
           05 VRH-TO-DATE   PIC X(10).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "MODE: ".
           05 VRH-MODE      PIC X(60).
           05 FILLER        PIC X(23) VALUE SPACES.

       01 VRFY-HEADING1.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "RUN DATE  ".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(7) VALUE "    SEQ".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(15) VALUE "RUN-ID".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "CHECK".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(70) VALUE "DISCREPANCY".
           05 FILLER     PIC X(10) VALUE SPACES.

       01 VRFY-HEADING2.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "----------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(7) VALUE "-------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(15) VALUE "---------------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "----------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(70) VALUE ALL "-".
           05 FILLER     PIC X(10) VALUE SPACES.

       01 VRFY-DET-LINE.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 VRD-DATE    PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 VRD-SEQ     PIC Z(6)9.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 VRD-RUN-ID  PIC X(15).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 VRD-CHECK   PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 VRD-DETAIL  PIC X(70).
           05 FILLER      PIC X(10) VALUE SPACES.

       01 VRFY-NOTE-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 VNL-TEXT      PIC X(80).
           05 FILLER        PIC X(50) VALUE SPACES.

       01 VRFY-COUNT-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 VCL-LABEL     PIC X(32).
           05 VCL-COUNT     PIC Z(8)9.
           05 FILLER        PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-VERIFY-HISTORY.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 0101-PARSE-PARMS.
           IF WS-REBUILD
               PERFORM 0178-TAKE-RUN-LOCK
           END-IF.

           OPEN INPUT CALC-HIST.
           EVALUATE WS-HIST-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   PERFORM 0195-NO-HISTORY-ON-HAND
               WHEN OTHER
                   PERFORM 0197-ABORT-HISTORY-OPEN
           END-EVALUATE.
           IF WS-FROM-DATE-TEXT = SPACES
               PERFORM 0108-FIND-FIRST-DATE
           END-IF.

           OPEN OUTPUT VRFY-REPORT.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               PERFORM 0198-ABORT-OPEN-FAILURE
           END-IF.
           PERFORM 0102-WRITE-REPORT-HEADER.

           PERFORM 0105-LOAD-RUN-LOG.
           PERFORM 0107-OPEN-SUMMARY-FILE.

           PERFORM 0110-SCAN-HISTORY.
           CLOSE CALC-HIST.

           IF WS-SUMM-OPEN
               PERFORM 0130-CHECK-ORPHAN-SUMMARIES
               IF WS-REBUILD AND WS-MONTH-COUNT > ZERO
                   PERFORM 0135-REFRESH-MONTH-SUMMARIES
               END-IF
               CLOSE CALC-SUMM
           END-IF.

           IF WS-REBUILD
               PERFORM 0145-WRITE-RUN-LOG
           END-IF.

           PERFORM 0140-WRITE-COUNTS.
           CLOSE VRFY-REPORT.

           DISPLAY "CALCVRFY: RECORDS CHECKED: " WS-RECORDS-READ
               "  DISCREPANCIES: " WS-DISC-COUNT.
           IF WS-REBUILD
               DISPLAY "CALCVRFY: DAILY SUMMARIES REBUILT: "
                   WS-DAYS-REBUILT
           END-IF.
           EVALUATE TRUE
               WHEN WS-DISC-COUNT = ZERO
                   MOVE ZERO TO RETURN-CODE
               WHEN WS-REBUILD AND WS-DISC-COUNT = WS-SUMM-DISC
                    AND WS-DAYS-UNREPAIRED = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0101-PARSE-PARMS.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-FROM-DATE-TEXT WS-TO-DATE-TEXT
                        WS-OPERATOR-ID-TEXT
               END-UNSTRING
               IF WS-FROM-DATE-TEXT NOT = SPACES
                   IF FUNCTION TRIM(WS-FROM-DATE-TEXT) IS NOT NUMERIC
                       PERFORM 0199-SHOW-USAGE
                   END-IF
                   COMPUTE WS-FROM-DATE = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-FROM-DATE-TEXT))
               END-IF
               IF WS-TO-DATE-TEXT NOT = SPACES
                   IF FUNCTION TRIM(WS-TO-DATE-TEXT) IS NOT NUMERIC
                       PERFORM 0199-SHOW-USAGE
                   END-IF
                   COMPUTE WS-TO-DATE = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TO-DATE-TEXT))
               END-IF
               IF WS-FROM-DATE > WS-TO-DATE
                   PERFORM 0199-SHOW-USAGE
               END-IF
               IF WS-OPERATOR-ID-TEXT NOT = SPACES
                   MOVE WS-OPERATOR-ID-TEXT TO WS-OPERATOR-ID
                   SET WS-REBUILD TO TRUE
                   PERFORM 0106-VERIFY-OPERATOR
                   PERFORM 0103-LOAD-PERIOD-CONTROL
               END-IF
           END-IF.

       0102-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.

           MOVE WS-RUN-DATE-8 TO WS-DATE-WORK-8.
           PERFORM 0104-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO VRH-RUN-DATE.

           MOVE WS-RUN-HH TO WS-RTD-HH.
           MOVE WS-RUN-MIN TO WS-RTD-MIN.
           MOVE WS-RUN-SS TO WS-RTD-SS.
           MOVE WS-RUN-TIME-DISPLAY TO VRH-RUN-TIME.

           MOVE WS-PAGE-COUNT TO VRH-PAGE-NO.
           MOVE VRFY-RUN-HEADER TO VRFY-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           IF WS-FROM-DATE > ZERO
               MOVE WS-FROM-DATE TO WS-DATE-WORK-8
               PERFORM 0104-FORMAT-DATE
               MOVE WS-DATE-DISPLAY TO VRH-FROM-DATE
           ELSE
               MOVE "(START)" TO VRH-FROM-DATE
           END-IF.
           IF WS-TO-DATE < 99999999
               MOVE WS-TO-DATE TO WS-DATE-WORK-8
               PERFORM 0104-FORMAT-DATE
               MOVE WS-DATE-DISPLAY TO VRH-TO-DATE
           ELSE
               MOVE "(END)" TO VRH-TO-DATE
           END-IF.
           MOVE SPACES TO VRH-MODE.
           IF WS-REBUILD
               STRING "VERIFY AND REBUILD DAILY SUMMARIES - SUPERVISOR "
                      WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO VRH-MODE
               END-STRING
           ELSE
               MOVE "VERIFY ONLY" TO VRH-MODE
           END-IF.
           MOVE VRFY-RANGE-LINE TO VRFY-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE VRFY-HEADING1 TO VRFY-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE VRFY-HEADING2 TO VRFY-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

       0103-LOAD-PERIOD-CONTROL.
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

       0104-FORMAT-DATE.
           MOVE WS-DTW-MM TO WS-DD-MM.
           MOVE WS-DTW-DD TO WS-DD-DD.
           MOVE WS-DTW-YYYY TO WS-DD-YYYY.

       0105-LOAD-RUN-LOG.
           OPEN INPUT CAL-RUNLOG.
           IF WS-RLOG-FILE-STATUS NOT = "00"
               MOVE "runlog.dat NOT ON HAND - RUN-ID CHECK SKIPPED."
                   TO VNL-TEXT
               PERFORM 0119-WRITE-NOTE
           ELSE
               SET WS-RLOG-ON-HAND TO TRUE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ CAL-RUNLOG
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RLOG-COUNT < 5000
                               ADD 1 TO WS-RLOG-COUNT
                               MOVE RLOG-RUN-ID TO
                                   WS-RLT-RUN-ID(WS-RLOG-COUNT)
                               MOVE RLOG-DISPOSITION TO
                                   WS-RLT-DISPOSITION(WS-RLOG-COUNT)
                           ELSE
                               SET WS-RLOG-OVERFLOW TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-RUNLOG
               IF WS-RLOG-OVERFLOW
                   MOVE "runlog.dat EXCEEDS 5000 ENTRIES - RUN-ID CHECK"
                       TO VNL-TEXT
                   PERFORM 0119-WRITE-NOTE
                   MOVE "SKIPPED. ARCHIVE OLD ENTRIES AND RERUN."
                       TO VNL-TEXT
                   PERFORM 0119-WRITE-NOTE
               END-IF
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
               MOVE "SUMMARY REBUILD NEEDS SUPERVISOR" TO
                   WS-DENY-REASON
               PERFORM 0192-DENY-RUN
           END-IF.

       0107-OPEN-SUMMARY-FILE.
           IF WS-REBUILD
               OPEN I-O CALC-SUMM
               IF WS-SUMM-FILE-STATUS = "35"
                   OPEN OUTPUT CALC-SUMM
                   CLOSE CALC-SUMM
                   OPEN I-O CALC-SUMM
               END-IF
               IF WS-SUMM-FILE-STATUS NOT = "00"
                   PERFORM 0196-ABORT-SUMMARY-OPEN
               END-IF
               SET WS-SUMM-OPEN TO TRUE
           ELSE
               OPEN INPUT CALC-SUMM
               IF WS-SUMM-FILE-STATUS = "00"
                   SET WS-SUMM-OPEN TO TRUE
               ELSE
                   MOVE SPACES TO VNL-TEXT
                   STRING "calcsumm.dat COULD NOT BE OPENED (STATUS "
                          WS-SUMM-FILE-STATUS
                          ") - EVERY DAY IS REPORTED UNSUMMARIZED."
                       DELIMITED BY SIZE INTO VNL-TEXT
                   END-STRING
                   PERFORM 0119-WRITE-NOTE
               END-IF
           END-IF.

       0108-FIND-FIRST-DATE.
           MOVE ZERO TO HIST-RUN-DATE HIST-SEQ.
           START CALC-HIST KEY IS GREATER THAN OR EQUAL TO HIST-KEY
               INVALID KEY CONTINUE
           END-START.
           IF WS-HIST-FILE-STATUS = "00"
               READ CALC-HIST NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE HIST-RUN-DATE TO WS-FROM-DATE
               END-READ
           END-IF.

       0109-WRITE-REPORT-LINE.
           MOVE VRFY-PRINT-LINE TO WS-REPORT-SAVE-LINE.
           COMPUTE WS-REPORT-BLANKS = WS-REPORT-ADVANCE - 1.
           PERFORM WS-REPORT-BLANKS TIMES
               MOVE SPACES TO VRFY-PRINT-LINE
               WRITE VRFY-PRINT-LINE
           END-PERFORM.
           MOVE WS-REPORT-SAVE-LINE TO VRFY-PRINT-LINE.
           WRITE VRFY-PRINT-LINE.
           ADD WS-REPORT-ADVANCE TO WS-LINE-COUNT.

       0110-SCAN-HISTORY.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-FROM-DATE TO HIST-RUN-DATE.
           MOVE ZERO TO HIST-SEQ.
           START CALC-HIST KEY IS GREATER THAN OR EQUAL TO HIST-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           IF WS-HIST-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF
               READ CALC-HIST NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF HIST-RUN-DATE > WS-TO-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM 0111-CHECK-ONE-RECORD
                       END-IF
               END-READ
               IF WS-HIST-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.

           IF WS-DAY-STARTED
               PERFORM 0116-DAY-BREAK
           END-IF.

       0111-CHECK-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF WS-DAY-STARTED
              AND HIST-RUN-DATE NOT = WS-DAY-DATE
               PERFORM 0116-DAY-BREAK
           END-IF.
           IF NOT WS-DAY-STARTED
               SET WS-DAY-STARTED TO TRUE
               MOVE HIST-RUN-DATE TO WS-DAY-DATE
               MOVE ZERO TO WS-DAY-COUNT WS-DAY-ADD WS-DAY-SUB
                            WS-DAY-MULT WS-DAY-DIV WS-DAY-DIVSKIP
                            WS-PREV-SEQ
           END-IF.

           MOVE HIST-RUN-DATE TO WS-DISC-DATE.
           MOVE HIST-SEQ TO WS-DISC-SEQ.
           MOVE HIST-RUN-ID TO WS-DISC-RUN-ID.

           PERFORM 0113-CHECK-SEQUENCE.
           PERFORM 0114-CHECK-RUN-ID.

           MOVE "Y" TO WS-FIELDS-OK-FLAG.
           IF HIST-NUMONE NOT NUMERIC OR HIST-NUMTWO NOT NUMERIC
              OR HIST-ADDRES NOT NUMERIC OR HIST-SUBRES NOT NUMERIC
              OR HIST-MULRES NOT NUMERIC OR HIST-DIVRES NOT NUMERIC
               MOVE "N" TO WS-FIELDS-OK-FLAG
               MOVE "NUMERIC" TO WS-DISC-CHECK
               MOVE "OPERAND OR RESULT FIELD IS NOT NUMERIC"
                   TO WS-DISC-DETAIL
               ADD 1 TO WS-RESULT-DISC
               PERFORM 0118-WRITE-DISCREPANCY
           END-IF.

           IF WS-FIELDS-OK
               PERFORM 0112-CHECK-RESULTS
               PERFORM 0115-ACCUMULATE-DAY
           END-IF.

       0112-CHECK-RESULTS.
           MOVE ZERO TO WS-EXP-ADD WS-EXP-SUB WS-EXP-MULT WS-EXP-DIV.
           MOVE SPACE TO WS-EXP-VALID.

           IF HIST-OP-CODE NOT = "A" AND NOT = "S" AND NOT = "M"
              AND NOT = "D" AND NOT = "*"
               MOVE "OPCODE" TO WS-DISC-CHECK
               MOVE SPACES TO WS-DISC-DETAIL
               STRING "OP CODE '" HIST-OP-CODE
                      "' IS NOT A, S, M, D, OR *"
                   DELIMITED BY SIZE INTO WS-DISC-DETAIL
               END-STRING
               ADD 1 TO WS-RESULT-DISC
               PERFORM 0118-WRITE-DISCREPANCY
           ELSE
               IF HIST-OP-CODE = "A" OR HIST-OP-CODE = "*"
                   COMPUTE WS-EXP-ADD = HIST-NUMONE + HIST-NUMTWO
               END-IF
               IF HIST-OP-CODE = "S" OR HIST-OP-CODE = "*"
                   COMPUTE WS-EXP-SUB = HIST-NUMONE - HIST-NUMTWO
               END-IF
               IF HIST-OP-CODE = "M" OR HIST-OP-CODE = "*"
                   COMPUTE WS-EXP-MULT = HIST-NUMONE * HIST-NUMTWO
               END-IF
               IF HIST-OP-CODE = "D" OR HIST-OP-CODE = "*"
                   IF HIST-NUMTWO = ZERO
                       MOVE "N" TO WS-EXP-VALID
                   ELSE
                       COMPUTE WS-EXP-DIV = HIST-NUMONE / HIST-NUMTWO
                       MOVE "Y" TO WS-EXP-VALID
                   END-IF
               END-IF

               IF HIST-ADDRES NOT = WS-EXP-ADD
                   MOVE "ADDRES" TO WS-CMP-LABEL
                   MOVE HIST-ADDRES TO WS-CMP-SUMM
                   MOVE WS-EXP-ADD TO WS-CMP-HIST
                   PERFORM 0117-WRITE-RESULT-DISC
               END-IF
               IF HIST-SUBRES NOT = WS-EXP-SUB
                   MOVE "SUBRES" TO WS-CMP-LABEL
                   MOVE HIST-SUBRES TO WS-CMP-SUMM
                   MOVE WS-EXP-SUB TO WS-CMP-HIST
                   PERFORM 0117-WRITE-RESULT-DISC
               END-IF
               IF HIST-MULRES NOT = WS-EXP-MULT
                   MOVE "MULRES" TO WS-CMP-LABEL
                   MOVE HIST-MULRES TO WS-CMP-SUMM
                   MOVE WS-EXP-MULT TO WS-CMP-HIST
                   PERFORM 0117-WRITE-RESULT-DISC
               END-IF
               IF HIST-DIVRES NOT = WS-EXP-DIV
                   MOVE "DIVRES" TO WS-CMP-LABEL
                   MOVE HIST-DIVRES TO WS-CMP-SUMM
                   MOVE WS-EXP-DIV TO WS-CMP-HIST
                   PERFORM 0117-WRITE-RESULT-DISC
               END-IF
               IF HIST-DIV-VALID NOT = WS-EXP-VALID
                   MOVE "DIVVALID" TO WS-DISC-CHECK
                   MOVE HIST-NUMTWO TO WS-SHOW-1
                   MOVE SPACES TO WS-DISC-DETAIL
                   STRING "DIV-VALID '" HIST-DIV-VALID
                          "' SHOULD BE '" WS-EXP-VALID
                          "' FOR OP " HIST-OP-CODE
                          " WITH NUMTWO " FUNCTION TRIM(WS-SHOW-1)
                       DELIMITED BY SIZE INTO WS-DISC-DETAIL
                   END-STRING
                   ADD 1 TO WS-DIVVALID-DISC
                   PERFORM 0118-WRITE-DISCREPANCY
               END-IF
           END-IF.

       0113-CHECK-SEQUENCE.
           EVALUATE TRUE
               WHEN HIST-SEQ = WS-PREV-SEQ
                   MOVE "SEQUENCE" TO WS-DISC-CHECK
                   MOVE "SEQUENCE NUMBER DUPLICATED WITHIN THE DATE"
                       TO WS-DISC-DETAIL
                   ADD 1 TO WS-SEQ-DISC
                   PERFORM 0118-WRITE-DISCREPANCY
               WHEN HIST-SEQ > WS-PREV-SEQ + 1
                   COMPUTE WS-GAP-FROM = WS-PREV-SEQ + 1
                   COMPUTE WS-GAP-TO = HIST-SEQ - 1
                   PERFORM 0120-NOTE-SEQUENCE-GAP
           END-EVALUATE.
           MOVE HIST-SEQ TO WS-PREV-SEQ.

       0114-CHECK-RUN-ID.
           IF WS-RLOG-ON-HAND AND NOT WS-RLOG-OVERFLOW
              AND HIST-RUN-ID NOT = WS-LAST-RUN-ID
               MOVE HIST-RUN-ID TO WS-LAST-RUN-ID
               SET WS-RUN-NOT-LOGGED TO TRUE
               MOVE ZERO TO WS-RLOG-IX
               PERFORM UNTIL WS-RLOG-IX >= WS-RLOG-COUNT
                   ADD 1 TO WS-RLOG-IX
                   IF WS-RLT-RUN-ID(WS-RLOG-IX) = HIST-RUN-ID
                       IF WS-RLT-DISPOSITION(WS-RLOG-IX) = "BACKEDOUT"
                           SET WS-RUN-BACKED-OUT TO TRUE
                       ELSE
                           SET WS-RUN-LOGGED TO TRUE
                           MOVE WS-RLOG-COUNT TO WS-RLOG-IX
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "RUN-ID" TO WS-DISC-CHECK
               EVALUATE TRUE
                   WHEN HIST-RUN-ID = SPACES
                       MOVE "RUN-ID IS BLANK" TO WS-DISC-DETAIL
                       ADD 1 TO WS-RUNID-DISC
                       PERFORM 0118-WRITE-DISCREPANCY
                   WHEN WS-RUN-NOT-LOGGED
                       MOVE "RUN-ID NOT FOUND IN runlog.dat"
                           TO WS-DISC-DETAIL
                       ADD 1 TO WS-RUNID-DISC
                       PERFORM 0118-WRITE-DISCREPANCY
                   WHEN WS-RUN-BACKED-OUT
                       MOVE SPACES TO WS-DISC-DETAIL
                       STRING "RUN IS MARKED BACKEDOUT IN runlog.dat"
                              " BUT ITS RECORDS REMAIN"
                           DELIMITED BY SIZE INTO WS-DISC-DETAIL
                       END-STRING
                       ADD 1 TO WS-RUNID-DISC
                       PERFORM 0118-WRITE-DISCREPANCY
               END-EVALUATE
           END-IF.

       0115-ACCUMULATE-DAY.
           ADD 1 TO WS-DAY-COUNT.
           ADD HIST-ADDRES TO WS-DAY-ADD.
           ADD HIST-SUBRES TO WS-DAY-SUB.
           ADD HIST-MULRES TO WS-DAY-MULT.
           IF HIST-DIV-VALID = "Y"
               ADD HIST-DIVRES TO WS-DAY-DIV
           END-IF.
           IF HIST-DIV-VALID = "N"
               ADD 1 TO WS-DAY-DIVSKIP
           END-IF.

       0116-DAY-BREAK.
           ADD 1 TO WS-DAYS-CHECKED.
           MOVE "N" TO WS-DAY-STARTED-FLAG.
           MOVE WS-DAY-DATE TO WS-DISC-DATE.
           MOVE ZERO TO WS-DISC-SEQ.
           MOVE SPACES TO WS-DISC-RUN-ID.
           MOVE "SUMMARY" TO WS-DISC-CHECK.
           MOVE "N" TO WS-SUMM-FOUND-FLAG WS-SUMM-DIFF-FLAG.

           IF WS-SUMM-OPEN
               MOVE WS-DAY-DATE TO SUMM-DATE
               READ CALC-SUMM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-SUMM-FOUND TO TRUE
               END-READ
           END-IF.

           IF WS-SUMM-FOUND
               PERFORM 0121-COMPARE-DAY-SUMMARY
           ELSE
               SET WS-SUMM-DIFFERS TO TRUE
               MOVE "NO DAILY SUMMARY RECORD ON calcsumm.dat"
                   TO WS-DISC-DETAIL
               ADD 1 TO WS-SUMM-DISC
               PERFORM 0118-WRITE-DISCREPANCY
           END-IF.

           IF WS-REBUILD AND WS-SUMM-DIFFERS
               PERFORM 0125-REBUILD-DAY-SUMMARY
           END-IF.

       0117-WRITE-RESULT-DISC.
           MOVE "RESULT" TO WS-DISC-CHECK.
           MOVE WS-CMP-SUMM TO WS-SHOW-1.
           MOVE WS-CMP-HIST TO WS-SHOW-2.
           MOVE SPACES TO WS-DISC-DETAIL.
           STRING FUNCTION TRIM(WS-CMP-LABEL) " "
                  FUNCTION TRIM(WS-SHOW-1) " SHOULD BE "
                  FUNCTION TRIM(WS-SHOW-2) " FOR OP " HIST-OP-CODE
               DELIMITED BY SIZE INTO WS-DISC-DETAIL
           END-STRING.
           ADD 1 TO WS-RESULT-DISC.
           PERFORM 0118-WRITE-DISCREPANCY.

       0118-WRITE-DISCREPANCY.
           ADD 1 TO WS-DISC-COUNT.
           MOVE WS-DISC-DATE TO WS-DATE-WORK-8.
           PERFORM 0104-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO VRD-DATE.
           MOVE WS-DISC-SEQ TO VRD-SEQ.
           MOVE WS-DISC-RUN-ID TO VRD-RUN-ID.
           MOVE WS-DISC-CHECK TO VRD-CHECK.
           MOVE WS-DISC-DETAIL TO VRD-DETAIL.
           MOVE VRFY-DET-LINE TO VRFY-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0102-WRITE-REPORT-HEADER
           END-IF.

       0119-WRITE-NOTE.
           MOVE VRFY-NOTE-LINE TO VRFY-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0102-WRITE-REPORT-HEADER
           END-IF.

       0120-NOTE-SEQUENCE-GAP.
           MOVE WS-GAP-FROM TO WS-SHOW-SEQ-1.
           MOVE WS-GAP-TO TO WS-SHOW-SEQ-2.
           MOVE "SEQUENCE" TO WS-DISC-CHECK.

           MOVE "N" TO WS-HIST-FOUND-FLAG.
           IF WS-RLOG-ON-HAND
               MOVE ZERO TO WS-RLOG-IX
               PERFORM UNTIL WS-HIST-FOUND
                       OR WS-RLOG-IX >= WS-RLOG-COUNT
                   ADD 1 TO WS-RLOG-IX
                   IF WS-RLT-DISPOSITION(WS-RLOG-IX) = "BACKEDOUT"
                      AND WS-RLT-RUN-ID(WS-RLOG-IX)(1:8) =
                          WS-DISC-DATE
                       SET WS-HIST-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO WS-DISC-DETAIL.
           IF WS-HIST-FOUND
               STRING "SEQ " FUNCTION TRIM(WS-SHOW-SEQ-1) " THRU "
                      FUNCTION TRIM(WS-SHOW-SEQ-2)
                      " MISSING - A RUN ON THIS DATE WAS BACKED OUT"
                   DELIMITED BY SIZE INTO WS-DISC-DETAIL
               END-STRING
               ADD 1 TO WS-GAPS-EXPLAINED
               MOVE WS-DISC-DATE TO WS-DATE-WORK-8
               PERFORM 0104-FORMAT-DATE
               MOVE WS-DATE-DISPLAY TO VRD-DATE
               MOVE WS-DISC-SEQ TO VRD-SEQ
               MOVE WS-DISC-RUN-ID TO VRD-RUN-ID
               MOVE "(NOTED)" TO VRD-CHECK
               MOVE WS-DISC-DETAIL TO VRD-DETAIL
               MOVE VRFY-DET-LINE TO VRFY-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 0102-WRITE-REPORT-HEADER
               END-IF
           ELSE
               STRING "SEQ " FUNCTION TRIM(WS-SHOW-SEQ-1) " THRU "
                      FUNCTION TRIM(WS-SHOW-SEQ-2) " MISSING"
                   DELIMITED BY SIZE INTO WS-DISC-DETAIL
               END-STRING
               ADD 1 TO WS-SEQ-DISC
               PERFORM 0118-WRITE-DISCREPANCY
           END-IF.

       0121-COMPARE-DAY-SUMMARY.
           MOVE "COUNT" TO WS-CMP-LABEL.
           MOVE SUMM-COUNT TO WS-CMP-SUMM.
           MOVE WS-DAY-COUNT TO WS-CMP-HIST.
           PERFORM 0122-COMPARE-MEASURE.

           MOVE "TOT-ADD" TO WS-CMP-LABEL.
           MOVE SUMM-TOT-ADD TO WS-CMP-SUMM.
           MOVE WS-DAY-ADD TO WS-CMP-HIST.
           PERFORM 0122-COMPARE-MEASURE.

           MOVE "TOT-SUB" TO WS-CMP-LABEL.
           MOVE SUMM-TOT-SUB TO WS-CMP-SUMM.
           MOVE WS-DAY-SUB TO WS-CMP-HIST.
           PERFORM 0122-COMPARE-MEASURE.

           MOVE "TOT-MULT" TO WS-CMP-LABEL.
           MOVE SUMM-TOT-MULT TO WS-CMP-SUMM.
           MOVE WS-DAY-MULT TO WS-CMP-HIST.
           PERFORM 0122-COMPARE-MEASURE.

           MOVE "TOT-DIV" TO WS-CMP-LABEL.
           MOVE SUMM-TOT-DIV TO WS-CMP-SUMM.
           MOVE WS-DAY-DIV TO WS-CMP-HIST.
           PERFORM 0122-COMPARE-MEASURE.

           MOVE "DIVSKIP" TO WS-CMP-LABEL.
           MOVE SUMM-DIVSKIP TO WS-CMP-SUMM.
           MOVE WS-DAY-DIVSKIP TO WS-CMP-HIST.
           PERFORM 0122-COMPARE-MEASURE.

       0122-COMPARE-MEASURE.
           IF WS-CMP-SUMM NOT = WS-CMP-HIST
               SET WS-SUMM-DIFFERS TO TRUE
               MOVE WS-CMP-SUMM TO WS-SHOW-1
               MOVE WS-CMP-HIST TO WS-SHOW-2
               MOVE SPACES TO WS-DISC-DETAIL
               STRING FUNCTION TRIM(WS-CMP-LABEL) " ON calcsumm.dat "
                      FUNCTION TRIM(WS-SHOW-1) ", FROM HISTORY "
                      FUNCTION TRIM(WS-SHOW-2)
                   DELIMITED BY SIZE INTO WS-DISC-DETAIL
               END-STRING
               ADD 1 TO WS-SUMM-DISC
               PERFORM 0118-WRITE-DISCREPANCY
           END-IF.

       0125-REBUILD-DAY-SUMMARY.
           IF NOT WS-SUMM-FOUND
               MOVE WS-DAY-DATE TO SUMM-DATE
               MOVE ZERO TO SUMM-REJECTS SUMM-DUPS
           END-IF.
           MOVE WS-DAY-COUNT TO SUMM-COUNT.
           MOVE WS-DAY-ADD TO SUMM-TOT-ADD.
           MOVE WS-DAY-SUB TO SUMM-TOT-SUB.
           MOVE WS-DAY-MULT TO SUMM-TOT-MULT.
           MOVE WS-DAY-DIV TO SUMM-TOT-DIV.
           MOVE WS-DAY-DIVSKIP TO SUMM-DIVSKIP.
           IF WS-SUMM-FOUND
               REWRITE SUMM-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE SUMM-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

           IF WS-SUMM-FILE-STATUS = "00"
               ADD 1 TO WS-DAYS-REBUILT
               MOVE "DAILY SUMMARY REBUILT FROM HISTORY" TO VRD-DETAIL
               COMPUTE WS-DAY-PERIOD = WS-DAY-DATE / 100
               IF WS-DAY-PERIOD <= WS-CLOSED-PERIOD
                   PERFORM 0126-NOTE-CLOSED-MONTH
               END-IF
           ELSE
               ADD 1 TO WS-DAYS-UNREPAIRED
               MOVE SPACES TO VRD-DETAIL
               STRING "DAILY SUMMARY REBUILD FAILED (STATUS "
                      WS-SUMM-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO VRD-DETAIL
               END-STRING
           END-IF.
           MOVE WS-DAY-DATE TO WS-DATE-WORK-8.
           PERFORM 0104-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO VRD-DATE.
           MOVE ZERO TO VRD-SEQ.
           MOVE SPACES TO VRD-RUN-ID.
           MOVE "(REBUILT)" TO VRD-CHECK.
           MOVE VRFY-DET-LINE TO VRFY-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0102-WRITE-REPORT-HEADER
           END-IF.

       0126-NOTE-CLOSED-MONTH.
           MOVE ZERO TO WS-MONTH-IX.
           MOVE "N" TO WS-HIST-FOUND-FLAG.
           PERFORM UNTIL WS-HIST-FOUND OR WS-MONTH-IX >= WS-MONTH-COUNT
               ADD 1 TO WS-MONTH-IX
               IF WS-MTH-PERIOD(WS-MONTH-IX) = WS-DAY-PERIOD
                   SET WS-HIST-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-HIST-FOUND AND WS-MONTH-COUNT < 240
               ADD 1 TO WS-MONTH-COUNT
               MOVE WS-DAY-PERIOD TO WS-MTH-PERIOD(WS-MONTH-COUNT)
           END-IF.

       0130-CHECK-ORPHAN-SUMMARIES.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-FROM-DATE TO SUMM-DATE.
           START CALC-SUMM KEY IS GREATER THAN OR EQUAL TO SUMM-DATE
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           IF WS-SUMM-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

           OPEN INPUT CALC-HIST.
           PERFORM UNTIL WS-EOF
               READ CALC-SUMM NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF SUMM-DATE > WS-TO-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           IF SUMM-DATE(7:2) NOT = "00"
                              AND SUMM-COUNT > ZERO
                               PERFORM 0131-CHECK-ONE-SUMMARY
                           END-IF
                       END-IF
               END-READ
               IF WS-SUMM-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE CALC-HIST.

       0131-CHECK-ONE-SUMMARY.
           MOVE "N" TO WS-HIST-FOUND-FLAG.
           MOVE SUMM-DATE TO HIST-RUN-DATE.
           MOVE ZERO TO HIST-SEQ.
           START CALC-HIST KEY IS GREATER THAN OR EQUAL TO HIST-KEY
               INVALID KEY CONTINUE
           END-START.
           IF WS-HIST-FILE-STATUS = "00"
               READ CALC-HIST NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF HIST-RUN-DATE = SUMM-DATE
                           SET WS-HIST-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT WS-HIST-FOUND
               MOVE SUMM-DATE TO WS-DISC-DATE
               MOVE ZERO TO WS-DISC-SEQ
               MOVE SPACES TO WS-DISC-RUN-ID
               MOVE "SUMMARY" TO WS-DISC-CHECK
               MOVE SUMM-COUNT TO WS-SHOW-SEQ-1
               MOVE SPACES TO WS-DISC-DETAIL
               STRING "SUMMARY SHOWS " FUNCTION TRIM(WS-SHOW-SEQ-1)
                      " PAIRS BUT NO HISTORY RECORDS ARE ON FILE"
                   DELIMITED BY SIZE INTO WS-DISC-DETAIL
               END-STRING
               ADD 1 TO WS-SUMM-DISC
               ADD 1 TO WS-DAYS-UNREPAIRED
               PERFORM 0118-WRITE-DISCREPANCY
               IF WS-REBUILD
                   MOVE "NOT REBUILT - RESTORE THE DAY WITH CALCHRST"
                       TO VNL-TEXT
                   PERFORM 0119-WRITE-NOTE
                   MOVE "OR BACK IT OUT, THEN RERUN." TO VNL-TEXT
                   PERFORM 0119-WRITE-NOTE
               END-IF
           END-IF.

       0135-REFRESH-MONTH-SUMMARIES.
           MOVE ZERO TO WS-MONTH-IX.
           PERFORM UNTIL WS-MONTH-IX >= WS-MONTH-COUNT
               ADD 1 TO WS-MONTH-IX
               PERFORM 0136-REFRESH-ONE-MONTH
           END-PERFORM.

       0136-REFRESH-ONE-MONTH.
           COMPUTE WS-MONTH-KEY = WS-MTH-PERIOD(WS-MONTH-IX) * 100.
           COMPUTE WS-MONTH-FROM = WS-MONTH-KEY + 1.
           COMPUTE WS-MONTH-TO = WS-MONTH-KEY + 31.
           MOVE ZERO TO WS-MTH-COUNT WS-MTH-ADD WS-MTH-SUB
                        WS-MTH-MULT WS-MTH-DIV WS-MTH-DIVSKIP
                        WS-MTH-REJECTS WS-MTH-DUPS.

           MOVE "N" TO WS-EOF-FLAG.
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
           READ CALC-SUMM
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-MTH-COUNT TO SUMM-COUNT
                   MOVE WS-MTH-ADD TO SUMM-TOT-ADD
                   MOVE WS-MTH-SUB TO SUMM-TOT-SUB
                   MOVE WS-MTH-MULT TO SUMM-TOT-MULT
                   MOVE WS-MTH-DIV TO SUMM-TOT-DIV
                   MOVE WS-MTH-DIVSKIP TO SUMM-DIVSKIP
                   MOVE WS-MTH-REJECTS TO SUMM-REJECTS
                   MOVE WS-MTH-DUPS TO SUMM-DUPS
                   REWRITE SUMM-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF WS-SUMM-FILE-STATUS = "00"
                       ADD 1 TO WS-MONTHS-REFRESHED
                       MOVE SPACES TO VNL-TEXT
                       STRING "CLOSED-MONTH SUMMARY "
                              WS-MTH-PERIOD(WS-MONTH-IX)
                              " RE-TOTALED FROM ITS REBUILT DAYS."
                           DELIMITED BY SIZE INTO VNL-TEXT
                       END-STRING
                       PERFORM 0119-WRITE-NOTE
                   END-IF
           END-READ.

       0140-WRITE-COUNTS.
           MOVE "HISTORY RECORDS CHECKED:" TO VCL-LABEL.
           MOVE WS-RECORDS-READ TO VCL-COUNT.
           MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.

           MOVE "BUSINESS DAYS CHECKED:" TO VCL-LABEL.
           MOVE WS-DAYS-CHECKED TO VCL-COUNT.
           MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "DISCREPANCIES:" TO VCL-LABEL.
           MOVE WS-DISC-COUNT TO VCL-COUNT.
           MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  RESULT / OP CODE / NUMERIC:" TO VCL-LABEL.
           MOVE WS-RESULT-DISC TO VCL-COUNT.
           MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  DIV-VALID:" TO VCL-LABEL.
           MOVE WS-DIVVALID-DISC TO VCL-COUNT.
           MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  SEQUENCE:" TO VCL-LABEL.
           MOVE WS-SEQ-DISC TO VCL-COUNT.
           MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  RUN-ID:" TO VCL-LABEL.
           MOVE WS-RUNID-DISC TO VCL-COUNT.
           MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  DAILY SUMMARY:" TO VCL-LABEL.
           MOVE WS-SUMM-DISC TO VCL-COUNT.
           MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "SEQUENCE GAPS FROM BACKOUTS:" TO VCL-LABEL.
           MOVE WS-GAPS-EXPLAINED TO VCL-COUNT.
           MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           IF WS-REBUILD
               MOVE "DAILY SUMMARIES REBUILT:" TO VCL-LABEL
               MOVE WS-DAYS-REBUILT TO VCL-COUNT
               MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE
               MOVE 2 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
               MOVE "CLOSED MONTHS RE-TOTALED:" TO VCL-LABEL
               MOVE WS-MONTHS-REFRESHED TO VCL-COUNT
               MOVE VRFY-COUNT-LINE TO VRFY-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

       0145-WRITE-RUN-LOG.
           OPEN EXTEND CAL-RUNLOG.
           IF WS-RLOG-FILE-STATUS = "35"
               OPEN OUTPUT CAL-RUNLOG
           END-IF.
           IF WS-RLOG-FILE-STATUS NOT = "00"
               DISPLAY "CALCVRFY: COULD NOT OPEN runlog.dat -"
                   " SUMMARY REBUILD NOT LOGGED."
           ELSE
               ACCEPT WS-END-TIME-8 FROM TIME
               MOVE SPACES TO RLOG-RECORD
               MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
               MOVE WS-RUN-HH TO WS-RUNID-HH
               MOVE WS-RUN-MIN TO WS-RUNID-MIN
               MOVE WS-RUN-SS TO WS-RUNID-SS
               MOVE WS-RUN-ID TO RLOG-RUN-ID
               MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
               STRING "CALCVRFY " WS-COMMAND-LINE(1:30)
                   DELIMITED BY SIZE INTO RLOG-PARMS
               END-STRING
               MOVE WS-RUN-DATE-8 TO RLOG-START-DATE
               MOVE WS-RUN-TIME-8(1:6) TO RLOG-START-TIME
               MOVE WS-END-TIME-8(1:6) TO RLOG-END-TIME
               MOVE ZERO TO RLOG-PAIRS RLOG-DIVSKIP
                            RLOG-REJECTS RLOG-DUPS
               MOVE SPACES TO RLOG-RPT-STATUS RLOG-CSV-STATUS
                              RLOG-TRN-STATUS RLOG-HST-STATUS
               MOVE "SUMREBUILT" TO RLOG-DISPOSITION
               WRITE RLOG-RECORD
               CLOSE CAL-RUNLOG
           END-IF.

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
                   DISPLAY "CALCVRFY: calclock.dat IS HELD BY "
                       WS-LKH-PROGRAM " - DENIED ATTEMPT NOT LOGGED."
               ELSE
                   DISPLAY "CALCVRFY: calclock.dat COULD NOT BE READ"
                       " (STATUS " WS-LCK-FILE-STATUS ") -"
                       " DENIED ATTEMPT NOT LOGGED."
               END-IF
           ELSE
               OPEN EXTEND CAL-RUNLOG
               IF WS-RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT CAL-RUNLOG
               END-IF
               IF WS-RLOG-FILE-STATUS NOT = "00"
                   DISPLAY "CALCVRFY: COULD NOT OPEN runlog.dat -"
                       " DENIED ATTEMPT NOT LOGGED."
               ELSE
                   MOVE SPACES TO RLOG-RECORD
                   MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
                   MOVE WS-RUN-HH TO WS-RUNID-HH
                   MOVE WS-RUN-MIN TO WS-RUNID-MIN
                   MOVE WS-RUN-SS TO WS-RUNID-SS
                   MOVE WS-RUN-ID TO RLOG-RUN-ID
                   MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
                   STRING "CALCVRFY " WS-COMMAND-LINE(1:30)
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
                       DISPLAY "CALCVRFY: runlog.dat WRITE FAILED"
                           " (STATUS " WS-RLOG-FILE-STATUS ") -"
                           " DENIED ATTEMPT NOT LOGGED."
                   END-IF
                   CLOSE CAL-RUNLOG
               END-IF
           END-IF.
           IF WS-LOG-LOCK-TAKEN
               PERFORM 0179-RELEASE-RUN-LOCK
           END-IF.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "CALCVRFY: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "A SUMMARY REBUILD MUST BE SIGNED ON BY A".
           DISPLAY "SUPERVISOR ON THE OPERATOR MASTER. BUILD THE".
           DISPLAY "FILE WITH THE OPERMNT UTILITY".
           DISPLAY "(ADD,oper-id,level,name) AND RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-RUN.
           DISPLAY "CALCVRFY: SUMMARY REBUILD DENIED FOR OPERATOR "
               WS-OPERATOR-ID " - " WS-DENY-REASON ".".
           DISPLAY "RERUN WITHOUT AN OPERATOR ID TO VERIFY ONLY.".
           PERFORM 0187-LOG-DENIED-ATTEMPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0195-NO-HISTORY-ON-HAND.
           DISPLAY "CALCVRFY: NO HISTORY FILE ON HAND - NOTHING TO".
           DISPLAY "VERIFY.".
           MOVE 4 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0196-ABORT-SUMMARY-OPEN.
           DISPLAY "CALCVRFY: RUN ABORTED.".
           DISPLAY "calcsumm.dat COULD NOT BE OPENED FOR UPDATE".
           DISPLAY "(STATUS " WS-SUMM-FILE-STATUS ") - NO DAILY".
           DISPLAY "SUMMARY WAS REBUILT.".
           CLOSE CALC-HIST.
           CLOSE VRFY-REPORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0197-ABORT-HISTORY-OPEN.
           DISPLAY "CALCVRFY: RUN ABORTED.".
           DISPLAY "calchist.dat COULD NOT BE OPENED (STATUS "
               WS-HIST-FILE-STATUS ").".
           DISPLAY "IF THE FILE PREDATES THE WIDER HISTORY RECORD".
           DISPLAY "(NEW FIELDS ADDED AT THE END), RELOAD IT IN THE".
           DISPLAY "NEW LAYOUT FIRST.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "CALCVRFY: STARTUP ABORTED.".
           DISPLAY "COULD NOT OPEN verifyreport.dat FOR OUTPUT -".
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           CLOSE CALC-HIST.
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0199-SHOW-USAGE.
           DISPLAY "CALCVRFY: HISTORY INTEGRITY CHECK.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED, ALL OPTIONAL):".
           DISPLAY "  FROM-DATE,TO-DATE,oper-id".
           DISPLAY "FROM-DATE AND TO-DATE ARE YYYYMMDD RUN DATES".
           DISPLAY "(FROM DEFAULTS TO THE FIRST DATE ON calchist.dat,".
           DISPLAY "TO TO THE LAST). EVERY RECORD IN THE RANGE IS".
           DISPLAY "RECOMPUTED, ITS SEQUENCE AND RUN-ID CHECKED, AND".
           DISPLAY "EACH DAY FOOTED AGAINST calcsumm.dat. WITH A".
           DISPLAY "LEVEL 2 OPERATOR ID, DAILY SUMMARIES THAT DO NOT".
           DISPLAY "AGREE ARE REBUILT FROM HISTORY (REJECT AND".
           DISPLAY "DUPLICATE COUNTS ARE KEPT) AND THE REBUILD IS".
           DISPLAY "LOGGED TO runlog.dat.".
           DISPLAY "EXAMPLES: 20250101,20250131".
           DISPLAY "          20250101,20250131,SUPV01".
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
                   MOVE "CALCVRFY" TO LCK-PROGRAM
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
               PERFORM 0189-REFUSE-RUN-LOCKED
           END-IF.

       0179-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT CAL-LOCK
               IF WS-LCK-FILE-STATUS = "00"
                   CLOSE CAL-LOCK
                   MOVE "N" TO WS-LOCK-HELD-FLAG
               ELSE
                   DISPLAY "CALCVRFY: COULD NOT RELEASE calclock.dat"
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
               DISPLAY "CALCVRFY: RUN REFUSED - calclock.dat IS HELD"
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
               DISPLAY "CALCVRFY: STARTUP ABORTED."
               DISPLAY "calclock.dat COULD NOT BE READ OR WRITTEN"
                   " (STATUS " WS-LCK-FILE-STATUS ")."
               DISPLAY "EVERY PROGRAM THAT UPDATES calchist.dat,"
               DISPLAY "calcsumm.dat OR runlog.dat TAKES THE RUN LOCK"
               DISPLAY "ON IT FIRST. CHECK DIRECTORY PERMISSIONS AND"
               DISPLAY "RERUN."
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM CALCVRFY.
