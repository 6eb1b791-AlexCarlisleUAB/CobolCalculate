       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDORM.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORM-REPORT ASSIGN TO "dormreport.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-FILE-STATUS.
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
           SELECT CAL-REJECTS ASSIGN TO "rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD DORM-REPORT.
        01 DORM-PRINT-LINE  PIC X(132).

        FD PRODATE-FILE.
        01 PRO-RECORD.
            05 PRO-DATE        PIC 9(8).
            05 PRO-STATUS      PIC X.
            05 PRO-SET-DATE    PIC 9(8).
            05 PRO-SET-TIME    PIC 9(6).

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

        FD CAL-REJECTS.
        01 REJ-RECORD.
            05 REJ-REASON-CODE PIC X(2).
            05 REJ-SEP         PIC X.
            05 REJ-SOURCE      PIC X(2).
            05 REJ-SEP2        PIC X.
            05 REJ-IMAGE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS pic XX value spaces.
       01 WS-PRO-FILE-STATUS    pic XX value spaces.
       01 WS-CLI-FILE-STATUS    pic XX value spaces.
       01 WS-HIST-FILE-STATUS   pic XX value spaces.
       01 WS-SUMM-FILE-STATUS   pic XX value spaces.
       01 WS-REJ-FILE-STATUS    pic XX value spaces.

       01 WS-EOF-FLAG    pic X value "N".
           88 WS-EOF               value "Y".

       01 WS-HIST-OPEN-FLAG pic X value "N".
           88 WS-HIST-OPEN         value "Y".

       01 WS-REJ-ON-HAND-FLAG pic X value "N".
           88 WS-REJ-ON-HAND       value "Y".

       01 WS-CLT-FOUND-FLAG pic X value "N".
           88 WS-CLT-FOUND         value "Y".

       01 WS-VAR-OOT-FLAG    pic X value "N".
           88 WS-VAR-OOT           value "Y".

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-DAYS-TEXT       pic X(10) value spaces.
       01 WS-TOL-TEXT        pic X(10) value spaces.
       01 WS-TRAIL-TEXT      pic X(10) value spaces.

       01 WS-DORM-DAYS-PARM  pic 9(3) value 5.
       01 WS-TOL-PCT         pic 9(3) value 50.
       01 WS-TRAIL-PARM      pic 9(3) value 20.

       01 WS-CEILING-DATE    pic 9(8) value zero.
       01 WS-ASOF-DATE       pic 9(8) value zero.
       01 WS-DORM-START      pic 9(8) value zero.
       01 WS-DORM-DAYS       pic 9(3) value zero.
       01 WS-TRAIL-START     pic 9(8) value 99999999.
       01 WS-TRAIL-DAYS      pic 9(3) value zero.
       01 WS-TRAIL-FIRST-IX  pic 9(3) value zero.
       01 WS-CALENDAR-SOURCE pic X(8) value spaces.

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

       01 WS-BD-SLOTS        pic 9(3) value zero.
       01 WS-BD-IX           pic 9(3) value zero.
       01 WS-BD-NEW-DATE     pic 9(8) value zero.

       01 WS-BD-TABLE.
           05 WS-BD-ENTRY OCCURS 100 TIMES.
               10 WS-BD-DATE   PIC 9(8).

       01 WS-FIND-CLIENT     pic X(6) value spaces.
       01 WS-CLT-COUNT       pic 9(4) value zero.
       01 WS-CLT-IX          pic 9(4) value zero.
       01 WS-CLT-DAYS        pic 9(3) value zero.

       01 WS-CLT-TABLE.
           05 WS-CLT-ENTRY OCCURS 2000 TIMES.
               10 WS-CLT-ID           PIC X(6).
               10 WS-CLT-NAME         PIC X(30).
               10 WS-CLT-STATUS       PIC X.
               10 WS-CLT-ADD-DATE     PIC 9(8).
               10 WS-CLT-LAST-DATE    PIC 9(8).
               10 WS-CLT-WINDOW-PAIRS PIC 9(7).
               10 WS-CLT-REJECTS      PIC 9(7).
               10 WS-CLT-TODAY-COUNT  PIC 9(7).
               10 WS-CLT-TODAY-ADD    PIC S9(9).
               10 WS-CLT-TODAY-SUB    PIC S9(9).
               10 WS-CLT-TODAY-MULT   PIC S9(11).
               10 WS-CLT-TODAY-DIV    PIC S9(9)V99.
               10 WS-CLT-TRAIL-COUNT  PIC 9(9).
               10 WS-CLT-TRAIL-ADD    PIC S9(11).
               10 WS-CLT-TRAIL-SUB    PIC S9(11).
               10 WS-CLT-TRAIL-MULT   PIC S9(13).
               10 WS-CLT-TRAIL-DIV    PIC S9(11)V99.

       01 WS-VAR-MEASURE     pic X(12) value spaces.
       01 WS-VAR-TODAY       pic S9(13)V99 value zero.
       01 WS-VAR-BASE        pic S9(13)V99 value zero.
       01 WS-VAR-PCT         pic S9(5)V99 value zero.

       01 WS-HIST-READ       pic 9(9) value zero.
       01 WS-REJ-READ        pic 9(7) value zero.
       01 WS-DORMANT-COUNT   pic 9(5) value zero.
       01 WS-CLOSED-COUNT    pic 9(5) value zero.
       01 WS-PATTERN-COUNT   pic 9(5) value zero.
       01 WS-SECTION-COUNT   pic 9(5) value zero.

       01 WS-LINES-PER-PAGE pic 9(3) value 55.
       01 WS-LINE-COUNT     pic 9(3) value zero.
       01 WS-PAGE-COUNT     pic 9(3) value zero.

       01 WS-REPORT-ADVANCE  pic 9 value 1.
       01 WS-REPORT-BLANKS   pic 9 value zero.
       01 WS-REPORT-SAVE-LINE pic X(132) value spaces.

       01 WS-SECTION-TITLE   pic X(100) value spaces.
       01 WS-SECTION-HEADING pic X(132) value spaces.
       01 WS-TITLE-DATE      pic X(10) value spaces.
       01 WS-TITLE-DAYS      pic ZZ9.
       01 WS-TITLE-TOL       pic ZZ9.

       01 DORM-RUN-HEADER.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(28)
               VALUE "CLIENT ACTIVITY EXCEPTIONS  ".
           05 FILLER        PIC X(6) VALUE "DATE: ".
           05 DRH-RUN-DATE  PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "TIME: ".
           05 DRH-RUN-TIME  PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "PAGE: ".
           05 DRH-PAGE-NO   PIC ZZ9.
           05 FILLER        PIC X(61) VALUE SPACES.

       01 DORM-PARM-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(20)
               VALUE "AS OF BUSINESS DAY: ".
           05 DPL-ASOF-DATE PIC X(10).
           05 FILLER        PIC X(3) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE "DORMANT AFTER: ".
           05 DPL-DORM-DAYS PIC ZZ9.
           05 FILLER        PIC X(14) VALUE " BUSINESS DAYS".
           05 FILLER        PIC X(3) VALUE SPACES.
           05 FILLER        PIC X(11) VALUE "TOLERANCE: ".
           05 DPL-TOL       PIC ZZ9.
           05 FILLER        PIC X(4) VALUE " PCT".
           05 FILLER        PIC X(3) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE "CALENDAR: ".
           05 DPL-CALENDAR  PIC X(8).
           05 FILLER        PIC X(23) VALUE SPACES.

       01 DORM-TITLE-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DTL-TITLE     PIC X(100).
           05 FILLER        PIC X(30) VALUE SPACES.

       01 DORM-QUIET-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "CLIENT".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "ADDED".
           05 FILLER PIC X(12) VALUE "LAST PAIR".
           05 FILLER PIC X(66) VALUE SPACES.

       01 DORM-QUIET-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DQL-CLIENT    PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DQL-NAME      PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DQL-ADDED     PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DQL-LAST-PAIR PIC X(12).
           05 FILLER        PIC X(66) VALUE SPACES.

       01 DORM-CLOSED-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "CLIENT".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(8)  VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "  REJECTED".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE "LAST POSTED".
           05 FILLER PIC X(58) VALUE SPACES.

       01 DORM-CLOSED-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DCL-CLIENT    PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DCL-NAME      PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DCL-STATUS    PIC X(8).
           05 DCL-REJECTS   PIC ZZZZZZZZZ9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DCL-LAST-PAIR PIC X(12).
           05 FILLER        PIC X(58) VALUE SPACES.

       01 DORM-PATTERN-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "CLIENT".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(5)  VALUE "DAYS".
           05 FILLER PIC X(14) VALUE "MEASURE".
           05 FILLER PIC X(16) VALUE "         TODAY  ".
           05 FILLER PIC X(16) VALUE "  TRAILING AVG  ".
           05 FILLER PIC X(10) VALUE " VAR PCT  ".
           05 FILLER PIC X(17) VALUE "STATUS".
           05 FILLER PIC X(22) VALUE SPACES.

       01 DORM-PATTERN-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPT-CLIENT    PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPT-NAME      PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPT-DAYS      PIC ZZ9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPT-MEASURE   PIC X(12).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPT-TODAY     PIC -(10)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPT-AVG       PIC -(10)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPT-PCT       PIC -(5)9.9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPT-STATUS    PIC X(17).
           05 FILLER        PIC X(22) VALUE SPACES.

       01 DORM-NOTE-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DNL-TEXT      PIC X(80).
           05 FILLER        PIC X(50) VALUE SPACES.

       01 DORM-COUNT-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DCT-LABEL     PIC X(32).
           05 DCT-COUNT     PIC ZZZZ9.
           05 FILLER        PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-DORMANT-REPORT.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 0101-PARSE-PARMS.

           PERFORM 0105-LOAD-PROCESS-DATE.

           OPEN INPUT CALC-HIST.
           EVALUATE WS-HIST-FILE-STATUS
               WHEN "00"
                   SET WS-HIST-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   PERFORM 0196-ABORT-HISTORY-OPEN
           END-EVALUATE.

           PERFORM 0106-LOAD-CALENDAR.

           OPEN OUTPUT DORM-REPORT.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               PERFORM 0198-ABORT-OPEN-FAILURE
           END-IF.

           IF WS-BD-SLOTS = ZERO
               PERFORM 0102-WRITE-REPORT-HEADER
               MOVE "NO BUSINESS DAYS ON FILE IN calcsumm.dat OR"
                   TO DNL-TEXT
               MOVE DORM-NOTE-LINE TO DORM-PRINT-LINE
               MOVE 2 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
               MOVE "calchist.dat - NOTHING TO COMPARE." TO DNL-TEXT
               MOVE DORM-NOTE-LINE TO DORM-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
               IF WS-HIST-OPEN
                   CLOSE CALC-HIST
               END-IF
               CLOSE DORM-REPORT
               DISPLAY "CALCDORM: NO BUSINESS DAYS ON FILE -"
                   " NOTHING TO COMPARE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0111-SET-WINDOWS.
           PERFORM 0112-LOAD-CLIENTS.
           IF WS-HIST-OPEN
               PERFORM 0113-SCAN-HISTORY
               CLOSE CALC-HIST
           END-IF.
           PERFORM 0115-SCAN-REJECTS.

           MOVE WS-ASOF-DATE TO WS-DATE-WORK-8.
           PERFORM 0103-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO DPL-ASOF-DATE.
           MOVE WS-DORM-DAYS-PARM TO DPL-DORM-DAYS.
           MOVE WS-TOL-PCT TO DPL-TOL.
           MOVE WS-CALENDAR-SOURCE TO DPL-CALENDAR.
           PERFORM 0102-WRITE-REPORT-HEADER.

           PERFORM 0120-WRITE-QUIET-SECTION.
           PERFORM 0122-WRITE-CLOSED-SECTION.
           PERFORM 0124-WRITE-PATTERN-SECTION.
           PERFORM 0150-WRITE-TOTALS.

           CLOSE DORM-REPORT.
           DISPLAY "CALCDORM: ACTIVE CLIENTS NOT SENDING:      "
               WS-DORMANT-COUNT.
           DISPLAY "CALCDORM: DEACTIVATED CLIENTS STILL SENDING: "
               WS-CLOSED-COUNT.
           DISPLAY "CALCDORM: CLIENTS OUT OF PATTERN:          "
               WS-PATTERN-COUNT.
           IF WS-DORMANT-COUNT > ZERO OR WS-CLOSED-COUNT > ZERO
              OR WS-PATTERN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

       0101-PARSE-PARMS.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-DAYS-TEXT WS-TOL-TEXT WS-TRAIL-TEXT
               END-UNSTRING
               IF WS-DAYS-TEXT NOT = SPACES
                   IF FUNCTION TRIM(WS-DAYS-TEXT) IS NOT NUMERIC
                       PERFORM 0199-SHOW-USAGE
                   END-IF
                   COMPUTE WS-DORM-DAYS-PARM = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-DAYS-TEXT))
               END-IF
               IF WS-TOL-TEXT NOT = SPACES
                   IF FUNCTION TRIM(WS-TOL-TEXT) IS NOT NUMERIC
                       PERFORM 0199-SHOW-USAGE
                   END-IF
                   COMPUTE WS-TOL-PCT = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TOL-TEXT))
               END-IF
               IF WS-TRAIL-TEXT NOT = SPACES
                   IF FUNCTION TRIM(WS-TRAIL-TEXT) IS NOT NUMERIC
                       PERFORM 0199-SHOW-USAGE
                   END-IF
                   COMPUTE WS-TRAIL-PARM = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TRAIL-TEXT))
               END-IF
           END-IF.
           IF WS-DORM-DAYS-PARM < 1 OR WS-DORM-DAYS-PARM > 99
              OR WS-TOL-PCT < 1
              OR WS-TRAIL-PARM < 1 OR WS-TRAIL-PARM > 98
               PERFORM 0199-SHOW-USAGE
           END-IF.

       0102-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.

           MOVE WS-RUN-DATE-8 TO WS-DATE-WORK-8.
           PERFORM 0103-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO DRH-RUN-DATE.

           MOVE WS-RUN-HH TO WS-RTD-HH.
           MOVE WS-RUN-MIN TO WS-RTD-MIN.
           MOVE WS-RUN-SS TO WS-RTD-SS.
           MOVE WS-RUN-TIME-DISPLAY TO DRH-RUN-TIME.

           MOVE WS-PAGE-COUNT TO DRH-PAGE-NO.
           MOVE DORM-RUN-HEADER TO DORM-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           IF WS-BD-SLOTS > ZERO
               MOVE DORM-PARM-LINE TO DORM-PRINT-LINE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

           IF WS-SECTION-TITLE NOT = SPACES
               MOVE WS-SECTION-TITLE TO DTL-TITLE
               MOVE DORM-TITLE-LINE TO DORM-PRINT-LINE
               MOVE 2 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
               MOVE WS-SECTION-HEADING TO DORM-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

       0103-FORMAT-DATE.
           MOVE WS-DTW-MM TO WS-DD-MM.
           MOVE WS-DTW-DD TO WS-DD-DD.
           MOVE WS-DTW-YYYY TO WS-DD-YYYY.

       0104-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0102-WRITE-REPORT-HEADER
           END-IF.

       0105-LOAD-PROCESS-DATE.
           MOVE WS-RUN-DATE-8 TO WS-CEILING-DATE.
           OPEN INPUT PRODATE-FILE.
           IF WS-PRO-FILE-STATUS = "00"
               READ PRODATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRO-DATE NUMERIC
                           MOVE PRO-DATE TO WS-CEILING-DATE
                       END-IF
               END-READ
               CLOSE PRODATE-FILE
           END-IF.

       0106-LOAD-CALENDAR.
           OPEN INPUT CALC-SUMM.
           EVALUATE WS-SUMM-FILE-STATUS
               WHEN "00"
                   MOVE "CALCSUMM" TO WS-CALENDAR-SOURCE
                   PERFORM 0107-CALENDAR-FROM-SUMMARY
                   CLOSE CALC-SUMM
               WHEN "35"
                   MOVE "CALCHIST" TO WS-CALENDAR-SOURCE
                   PERFORM 0108-CALENDAR-FROM-HISTORY
               WHEN OTHER
                   DISPLAY "CALCDORM: COULD NOT OPEN calcsumm.dat"
                       " (STATUS " WS-SUMM-FILE-STATUS ") - BUSINESS"
                       " DAYS TAKEN FROM HISTORY DETAILS."
                   MOVE "CALCHIST" TO WS-CALENDAR-SOURCE
                   PERFORM 0108-CALENDAR-FROM-HISTORY
           END-EVALUATE.

       0107-CALENDAR-FROM-SUMMARY.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO SUMM-DATE.
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
                       IF SUMM-DATE > WS-CEILING-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           IF SUMM-DATE(7:2) NOT = "00"
                               MOVE SUMM-DATE TO WS-BD-NEW-DATE
                               PERFORM 0110-ADD-CALENDAR-DAY
                           END-IF
                       END-IF
               END-READ
               IF WS-SUMM-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.

       0108-CALENDAR-FROM-HISTORY.
           IF WS-HIST-OPEN
               MOVE "N" TO WS-EOF-FLAG
               MOVE ZERO TO HIST-RUN-DATE HIST-SEQ
               START CALC-HIST KEY IS GREATER THAN OR EQUAL TO HIST-KEY
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               IF WS-HIST-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CALC-HIST NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE > WS-CEILING-DATE
                               SET WS-EOF TO TRUE
                           ELSE
                               IF WS-BD-SLOTS = ZERO
                                  OR HIST-RUN-DATE NOT =
                                     WS-BD-DATE(WS-BD-SLOTS)
                                   MOVE HIST-RUN-DATE TO WS-BD-NEW-DATE
                                   PERFORM 0110-ADD-CALENDAR-DAY
                               END-IF
                           END-IF
                   END-READ
                   IF WS-HIST-FILE-STATUS NOT = "00"
                       SET WS-EOF TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       0110-ADD-CALENDAR-DAY.
           IF WS-BD-SLOTS < 100
               ADD 1 TO WS-BD-SLOTS
           ELSE
               MOVE 1 TO WS-BD-IX
               PERFORM UNTIL WS-BD-IX >= 100
                   MOVE WS-BD-ENTRY(WS-BD-IX + 1) TO
                       WS-BD-ENTRY(WS-BD-IX)
                   ADD 1 TO WS-BD-IX
               END-PERFORM
           END-IF.
           MOVE WS-BD-NEW-DATE TO WS-BD-DATE(WS-BD-SLOTS).

       0111-SET-WINDOWS.
           MOVE WS-BD-DATE(WS-BD-SLOTS) TO WS-ASOF-DATE.

           IF WS-BD-SLOTS >= WS-DORM-DAYS-PARM
               MOVE WS-DORM-DAYS-PARM TO WS-DORM-DAYS
           ELSE
               MOVE WS-BD-SLOTS TO WS-DORM-DAYS
           END-IF.
           COMPUTE WS-BD-IX = WS-BD-SLOTS - WS-DORM-DAYS + 1.
           MOVE WS-BD-DATE(WS-BD-IX) TO WS-DORM-START.

           IF WS-BD-SLOTS - 1 >= WS-TRAIL-PARM
               MOVE WS-TRAIL-PARM TO WS-TRAIL-DAYS
           ELSE
               COMPUTE WS-TRAIL-DAYS = WS-BD-SLOTS - 1
           END-IF.
           IF WS-TRAIL-DAYS > ZERO
               COMPUTE WS-TRAIL-FIRST-IX = WS-BD-SLOTS - WS-TRAIL-DAYS
               MOVE WS-BD-DATE(WS-TRAIL-FIRST-IX) TO WS-TRAIL-START
           END-IF.

       0112-LOAD-CLIENTS.
           OPEN INPUT CLIENT-MAST.
           IF WS-CLI-FILE-STATUS NOT = "00"
               PERFORM 0195-ABORT-CLIENT-OPEN
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CLI-ID.
           START CLIENT-MAST KEY IS GREATER THAN OR EQUAL TO CLI-ID
               INVALID KEY SET WS-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-EOF
               READ CLIENT-MAST NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CLT-COUNT >= 2000
                           PERFORM 0197-ABORT-TOO-MANY-CLIENTS
                       END-IF
                       ADD 1 TO WS-CLT-COUNT
                       MOVE WS-CLT-COUNT TO WS-CLT-IX
                       INITIALIZE WS-CLT-ENTRY(WS-CLT-IX)
                       MOVE CLI-ID TO WS-CLT-ID(WS-CLT-IX)
                       MOVE CLI-NAME TO WS-CLT-NAME(WS-CLT-IX)
                       MOVE CLI-STATUS TO WS-CLT-STATUS(WS-CLT-IX)
                       MOVE CLI-ADD-DATE TO WS-CLT-ADD-DATE(WS-CLT-IX)
               END-READ
               IF WS-CLI-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.

           CLOSE CLIENT-MAST.

       0113-SCAN-HISTORY.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO HIST-RUN-DATE HIST-SEQ.
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
                       IF HIST-RUN-DATE > WS-ASOF-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-HIST-READ
                           PERFORM 0114-ACCUMULATE-PAIR
                       END-IF
               END-READ
               IF WS-HIST-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.

       0114-ACCUMULATE-PAIR.
           MOVE HIST-CLIENT TO WS-FIND-CLIENT.
           PERFORM 0131-FIND-CLIENT.
           IF WS-CLT-FOUND
               MOVE HIST-RUN-DATE TO WS-CLT-LAST-DATE(WS-CLT-IX)
               IF HIST-RUN-DATE >= WS-DORM-START
                   ADD 1 TO WS-CLT-WINDOW-PAIRS(WS-CLT-IX)
               END-IF
               IF HIST-RUN-DATE = WS-ASOF-DATE
                   ADD 1 TO WS-CLT-TODAY-COUNT(WS-CLT-IX)
                   ADD HIST-ADDRES TO WS-CLT-TODAY-ADD(WS-CLT-IX)
                   ADD HIST-SUBRES TO WS-CLT-TODAY-SUB(WS-CLT-IX)
                   ADD HIST-MULRES TO WS-CLT-TODAY-MULT(WS-CLT-IX)
                   IF HIST-DIV-VALID = "Y"
                       ADD HIST-DIVRES TO WS-CLT-TODAY-DIV(WS-CLT-IX)
                   END-IF
               ELSE
                   IF HIST-RUN-DATE >= WS-TRAIL-START
                       ADD 1 TO WS-CLT-TRAIL-COUNT(WS-CLT-IX)
                       ADD HIST-ADDRES TO WS-CLT-TRAIL-ADD(WS-CLT-IX)
                       ADD HIST-SUBRES TO WS-CLT-TRAIL-SUB(WS-CLT-IX)
                       ADD HIST-MULRES TO WS-CLT-TRAIL-MULT(WS-CLT-IX)
                       IF HIST-DIV-VALID = "Y"
                           ADD HIST-DIVRES
                               TO WS-CLT-TRAIL-DIV(WS-CLT-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0115-SCAN-REJECTS.
           OPEN INPUT CAL-REJECTS.
           IF WS-REJ-FILE-STATUS = "00"
               SET WS-REJ-ON-HAND TO TRUE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ CAL-REJECTS
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REJ-READ
                           IF REJ-REASON-CODE = "07"
                               MOVE REJ-IMAGE(10:6) TO WS-FIND-CLIENT
                               PERFORM 0131-FIND-CLIENT
                               IF WS-CLT-FOUND
                                  AND WS-CLT-STATUS(WS-CLT-IX)
                                      NOT = "A"
                                   ADD 1 TO WS-CLT-REJECTS(WS-CLT-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-REJECTS
           END-IF.

       0120-WRITE-QUIET-SECTION.
           MOVE WS-DORM-START TO WS-DATE-WORK-8.
           PERFORM 0103-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO WS-TITLE-DATE.
           MOVE WS-DORM-DAYS TO WS-TITLE-DAYS.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING "ACTIVE CLIENTS WITH NO PAIRS IN THE LAST "
                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TITLE-DAYS) DELIMITED BY SIZE
                  " BUSINESS DAYS (SINCE " DELIMITED BY SIZE
                  WS-TITLE-DATE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-SECTION-TITLE
           END-STRING.
           MOVE DORM-QUIET-HEADING TO WS-SECTION-HEADING.
           PERFORM 0119-START-SECTION.

           MOVE 1 TO WS-CLT-IX.
           PERFORM UNTIL WS-CLT-IX > WS-CLT-COUNT
               IF WS-CLT-STATUS(WS-CLT-IX) = "A"
                  AND WS-CLT-WINDOW-PAIRS(WS-CLT-IX) = ZERO
                   PERFORM 0121-WRITE-QUIET-CLIENT
               END-IF
               ADD 1 TO WS-CLT-IX
           END-PERFORM.

           MOVE WS-SECTION-COUNT TO WS-DORMANT-COUNT.
           PERFORM 0118-END-SECTION.

       0121-WRITE-QUIET-CLIENT.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-CLT-ID(WS-CLT-IX) TO DQL-CLIENT.
           MOVE WS-CLT-NAME(WS-CLT-IX) TO DQL-NAME.
           IF WS-CLT-ADD-DATE(WS-CLT-IX) > ZERO
               MOVE WS-CLT-ADD-DATE(WS-CLT-IX) TO WS-DATE-WORK-8
               PERFORM 0103-FORMAT-DATE
               MOVE WS-DATE-DISPLAY TO DQL-ADDED
           ELSE
               MOVE SPACES TO DQL-ADDED
           END-IF.
           IF WS-CLT-LAST-DATE(WS-CLT-IX) > ZERO
               MOVE WS-CLT-LAST-DATE(WS-CLT-IX) TO WS-DATE-WORK-8
               PERFORM 0103-FORMAT-DATE
               MOVE WS-DATE-DISPLAY TO DQL-LAST-PAIR
           ELSE
               MOVE "NONE ON FILE" TO DQL-LAST-PAIR
           END-IF.
           MOVE DORM-QUIET-LINE TO DORM-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           PERFORM 0104-CHECK-PAGE-BREAK.

       0122-WRITE-CLOSED-SECTION.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING "DEACTIVATED CLIENTS STILL SUBMITTING PAIRS"
                   DELIMITED BY SIZE
                  " (REASON 07 ON THE LATEST rejects.dat)"
                   DELIMITED BY SIZE
               INTO WS-SECTION-TITLE
           END-STRING.
           MOVE DORM-CLOSED-HEADING TO WS-SECTION-HEADING.
           PERFORM 0119-START-SECTION.

           IF NOT WS-REJ-ON-HAND
               MOVE "NO rejects.dat ON HAND - NOT CHECKED." TO DNL-TEXT
               MOVE DORM-NOTE-LINE TO DORM-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
               MOVE SPACES TO WS-SECTION-TITLE
           ELSE
               MOVE 1 TO WS-CLT-IX
               PERFORM UNTIL WS-CLT-IX > WS-CLT-COUNT
                   IF WS-CLT-REJECTS(WS-CLT-IX) > ZERO
                       PERFORM 0123-WRITE-CLOSED-CLIENT
                   END-IF
                   ADD 1 TO WS-CLT-IX
               END-PERFORM
               MOVE WS-SECTION-COUNT TO WS-CLOSED-COUNT
               PERFORM 0118-END-SECTION
           END-IF.

       0123-WRITE-CLOSED-CLIENT.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-CLT-ID(WS-CLT-IX) TO DCL-CLIENT.
           MOVE WS-CLT-NAME(WS-CLT-IX) TO DCL-NAME.
           IF WS-CLT-STATUS(WS-CLT-IX) = "D"
               MOVE "DEACT" TO DCL-STATUS
           ELSE
               MOVE WS-CLT-STATUS(WS-CLT-IX) TO DCL-STATUS
           END-IF.
           MOVE WS-CLT-REJECTS(WS-CLT-IX) TO DCL-REJECTS.
           IF WS-CLT-LAST-DATE(WS-CLT-IX) > ZERO
               MOVE WS-CLT-LAST-DATE(WS-CLT-IX) TO WS-DATE-WORK-8
               PERFORM 0103-FORMAT-DATE
               MOVE WS-DATE-DISPLAY TO DCL-LAST-PAIR
           ELSE
               MOVE "NONE ON FILE" TO DCL-LAST-PAIR
           END-IF.
           MOVE DORM-CLOSED-LINE TO DORM-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           PERFORM 0104-CHECK-PAGE-BREAK.

       0124-WRITE-PATTERN-SECTION.
           MOVE WS-ASOF-DATE TO WS-DATE-WORK-8.
           PERFORM 0103-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO WS-TITLE-DATE.
           MOVE WS-TRAIL-DAYS TO WS-TITLE-DAYS.
           MOVE WS-TOL-PCT TO WS-TITLE-TOL.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING "ACTIVE CLIENTS OUT OF PATTERN ON " DELIMITED BY SIZE
                  WS-TITLE-DATE DELIMITED BY SIZE
                  " (MORE THAN " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TITLE-TOL) DELIMITED BY SIZE
                  " PCT OFF THEIR AVERAGE OVER UP TO "
                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TITLE-DAYS) DELIMITED BY SIZE
                  " PRIOR DAYS)" DELIMITED BY SIZE
               INTO WS-SECTION-TITLE
           END-STRING.
           MOVE DORM-PATTERN-HEADING TO WS-SECTION-HEADING.
           PERFORM 0119-START-SECTION.

           IF WS-TRAIL-DAYS = ZERO
               MOVE "NO PRIOR BUSINESS DAYS ON FILE - PATTERN NOT"
                   TO DNL-TEXT
               MOVE DORM-NOTE-LINE TO DORM-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
               MOVE "EVALUATED." TO DNL-TEXT
               MOVE DORM-NOTE-LINE TO DORM-PRINT-LINE
               PERFORM 0109-WRITE-REPORT-LINE
               MOVE SPACES TO WS-SECTION-TITLE
           ELSE
               MOVE 1 TO WS-CLT-IX
               PERFORM UNTIL WS-CLT-IX > WS-CLT-COUNT
                   IF WS-CLT-STATUS(WS-CLT-IX) = "A"
                       PERFORM 0125-CHECK-CLIENT-PATTERN
                   END-IF
                   ADD 1 TO WS-CLT-IX
               END-PERFORM
               MOVE WS-SECTION-COUNT TO WS-PATTERN-COUNT
               PERFORM 0118-END-SECTION
           END-IF.

       0125-CHECK-CLIENT-PATTERN.
           MOVE ZERO TO WS-CLT-DAYS.
           MOVE WS-TRAIL-FIRST-IX TO WS-BD-IX.
           PERFORM UNTIL WS-BD-IX >= WS-BD-SLOTS
               IF WS-BD-DATE(WS-BD-IX) >= WS-CLT-ADD-DATE(WS-CLT-IX)
                   ADD 1 TO WS-CLT-DAYS
               END-IF
               ADD 1 TO WS-BD-IX
           END-PERFORM.

           MOVE "N" TO WS-VAR-OOT-FLAG.
           MOVE WS-CLT-ID(WS-CLT-IX) TO DPT-CLIENT.
           MOVE WS-CLT-NAME(WS-CLT-IX) TO DPT-NAME.
           MOVE WS-CLT-DAYS TO DPT-DAYS.

           MOVE "PAIRS" TO WS-VAR-MEASURE.
           MOVE WS-CLT-TODAY-COUNT(WS-CLT-IX) TO WS-VAR-TODAY.
           MOVE WS-CLT-TRAIL-COUNT(WS-CLT-IX) TO WS-VAR-BASE.
           PERFORM 0140-EVALUATE-MEASURE.

           MOVE "TOTAL ADD" TO WS-VAR-MEASURE.
           MOVE WS-CLT-TODAY-ADD(WS-CLT-IX) TO WS-VAR-TODAY.
           MOVE WS-CLT-TRAIL-ADD(WS-CLT-IX) TO WS-VAR-BASE.
           PERFORM 0140-EVALUATE-MEASURE.

           MOVE "TOTAL SUB" TO WS-VAR-MEASURE.
           MOVE WS-CLT-TODAY-SUB(WS-CLT-IX) TO WS-VAR-TODAY.
           MOVE WS-CLT-TRAIL-SUB(WS-CLT-IX) TO WS-VAR-BASE.
           PERFORM 0140-EVALUATE-MEASURE.

           MOVE "TOTAL MULT" TO WS-VAR-MEASURE.
           MOVE WS-CLT-TODAY-MULT(WS-CLT-IX) TO WS-VAR-TODAY.
           MOVE WS-CLT-TRAIL-MULT(WS-CLT-IX) TO WS-VAR-BASE.
           PERFORM 0140-EVALUATE-MEASURE.

           MOVE "TOTAL DIV" TO WS-VAR-MEASURE.
           MOVE WS-CLT-TODAY-DIV(WS-CLT-IX) TO WS-VAR-TODAY.
           MOVE WS-CLT-TRAIL-DIV(WS-CLT-IX) TO WS-VAR-BASE.
           PERFORM 0140-EVALUATE-MEASURE.

           IF WS-VAR-OOT
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

       0140-EVALUATE-MEASURE.
           IF WS-CLT-DAYS > ZERO
               COMPUTE WS-VAR-BASE ROUNDED = WS-VAR-BASE / WS-CLT-DAYS
           ELSE
               MOVE ZERO TO WS-VAR-BASE
           END-IF.

           MOVE WS-VAR-MEASURE TO DPT-MEASURE.
           MOVE WS-VAR-TODAY TO DPT-TODAY.
           MOVE WS-VAR-BASE TO DPT-AVG.

           IF WS-VAR-BASE = ZERO
               IF WS-VAR-TODAY NOT = ZERO
                   MOVE ZERO TO DPT-PCT
                   MOVE "NO BASELINE" TO DPT-STATUS
                   PERFORM 0141-WRITE-PATTERN-LINE
               END-IF
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   ((WS-VAR-TODAY - WS-VAR-BASE) * 100)
                       / WS-VAR-BASE
                   ON SIZE ERROR MOVE 99999.99 TO WS-VAR-PCT
               END-COMPUTE
               IF WS-VAR-PCT < ZERO
                   COMPUTE WS-VAR-PCT = WS-VAR-PCT * -1
               END-IF
               IF WS-VAR-PCT > WS-TOL-PCT
                   MOVE WS-VAR-PCT TO DPT-PCT
                   MOVE "EXCEEDS TOLERANCE" TO DPT-STATUS
                   PERFORM 0141-WRITE-PATTERN-LINE
               END-IF
           END-IF.

       0141-WRITE-PATTERN-LINE.
           SET WS-VAR-OOT TO TRUE.
           MOVE DORM-PATTERN-LINE TO DORM-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           PERFORM 0104-CHECK-PAGE-BREAK.

       0118-END-SECTION.
           IF WS-SECTION-COUNT = ZERO
               MOVE "NONE." TO DNL-TEXT
               MOVE DORM-NOTE-LINE TO DORM-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-SECTION-TITLE.

       0119-START-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           IF WS-LINE-COUNT + 6 >= WS-LINES-PER-PAGE
               PERFORM 0102-WRITE-REPORT-HEADER
           ELSE
               MOVE WS-SECTION-TITLE TO DTL-TITLE
               MOVE DORM-TITLE-LINE TO DORM-PRINT-LINE
               MOVE 3 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
               MOVE WS-SECTION-HEADING TO DORM-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

       0131-FIND-CLIENT.
           MOVE "N" TO WS-CLT-FOUND-FLAG.
           MOVE ZERO TO WS-CLT-IX.
           PERFORM UNTIL WS-CLT-FOUND OR WS-CLT-IX >= WS-CLT-COUNT
               ADD 1 TO WS-CLT-IX
               IF WS-CLT-ID(WS-CLT-IX) = WS-FIND-CLIENT
                   SET WS-CLT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       0150-WRITE-TOTALS.
           MOVE "CLIENTS ON FILE:" TO DCT-LABEL.
           MOVE WS-CLT-COUNT TO DCT-COUNT.
           MOVE DORM-COUNT-LINE TO DORM-PRINT-LINE.
           MOVE 3 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.

           MOVE "  ACTIVE, NOT SENDING:" TO DCT-LABEL.
           MOVE WS-DORMANT-COUNT TO DCT-COUNT.
           MOVE DORM-COUNT-LINE TO DORM-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  DEACTIVATED, STILL SENDING:" TO DCT-LABEL.
           MOVE WS-CLOSED-COUNT TO DCT-COUNT.
           MOVE DORM-COUNT-LINE TO DORM-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  ACTIVE, OUT OF PATTERN:" TO DCT-LABEL.
           MOVE WS-PATTERN-COUNT TO DCT-COUNT.
           MOVE DORM-COUNT-LINE TO DORM-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

       0109-WRITE-REPORT-LINE.
           MOVE DORM-PRINT-LINE TO WS-REPORT-SAVE-LINE.
           COMPUTE WS-REPORT-BLANKS = WS-REPORT-ADVANCE - 1.
           PERFORM WS-REPORT-BLANKS TIMES
               MOVE SPACES TO DORM-PRINT-LINE
               WRITE DORM-PRINT-LINE
           END-PERFORM.
           MOVE WS-REPORT-SAVE-LINE TO DORM-PRINT-LINE.
           WRITE DORM-PRINT-LINE.
           ADD WS-REPORT-ADVANCE TO WS-LINE-COUNT.

       0195-ABORT-CLIENT-OPEN.
           DISPLAY "CALCDORM: STARTUP ABORTED.".
           DISPLAY "clientmst.dat COULD NOT BE OPENED (STATUS "
               WS-CLI-FILE-STATUS ").".
           DISPLAY "THE REPORT COMPARES THE CLIENT MASTER AGAINST".
           DISPLAY "HISTORY AND CANNOT RUN WITHOUT IT.".
           IF WS-HIST-OPEN
               CLOSE CALC-HIST
           END-IF.
           CLOSE DORM-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0196-ABORT-HISTORY-OPEN.
           DISPLAY "CALCDORM: STARTUP ABORTED.".
           DISPLAY "calchist.dat COULD NOT BE OPENED (STATUS "
               WS-HIST-FILE-STATUS ").".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0197-ABORT-TOO-MANY-CLIENTS.
           DISPLAY "CALCDORM: RUN ABORTED.".
           DISPLAY "MORE THAN 2000 CLIENTS ON clientmst.dat - THE".
           DISPLAY "CLIENT TABLE IS FULL.".
           CLOSE CLIENT-MAST.
           IF WS-HIST-OPEN
               CLOSE CALC-HIST
           END-IF.
           CLOSE DORM-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "CALCDORM: STARTUP ABORTED.".
           DISPLAY "COULD NOT OPEN dormreport.dat FOR OUTPUT -".
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           IF WS-HIST-OPEN
               CLOSE CALC-HIST
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0199-SHOW-USAGE.
           DISPLAY "CALCDORM: CLIENT ACTIVITY EXCEPTION REPORT.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED, ALL OPTIONAL):".
           DISPLAY "  QUIET-DAYS,TOLERANCE-PCT,TRAILING-DAYS".
           DISPLAY "QUIET-DAYS (1-99, DEFAULT 5) IS HOW MANY BUSINESS".
           DISPLAY "DAYS AN ACTIVE CLIENT MAY GO WITHOUT A PAIR".
           DISPLAY "BEFORE IT IS LISTED. TOLERANCE-PCT (DEFAULT 50)".
           DISPLAY "IS HOW FAR A CLIENT'S PAIRS OR RESULT TOTALS ON".
           DISPLAY "THE LATEST BUSINESS DAY MAY STRAY FROM ITS OWN".
           DISPLAY "AVERAGE OVER THE PRIOR TRAILING-DAYS (1-98,".
           DISPLAY "DEFAULT 20) BUSINESS DAYS.".
           DISPLAY "EXAMPLES: 10".
           DISPLAY "          5,30,10".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CALCDORM.
