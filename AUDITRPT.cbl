       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AURP-REPORT ASSIGN TO "auditreport.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT CAL-AUDIT ASSIGN TO "audtrail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD AURP-REPORT.
        01 AURP-PRINT-LINE  PIC X(132).

        FD CAL-AUDIT.
        01 AUD-RECORD.
            05 AUD-DATE        PIC 9(8).
            05 AUD-TIME        PIC 9(6).
            05 AUD-PROGRAM     PIC X(8).
            05 AUD-OPERATOR    PIC X(8).
            05 AUD-FILE        PIC X(10).
            05 AUD-ACTION      PIC X(8).
            05 AUD-KEY         PIC X(8).
            05 AUD-BEFORE      PIC X(80).
            05 AUD-AFTER       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS pic XX value spaces.
       01 WS-AUD-FILE-STATUS    pic XX value spaces.

       01 WS-EOF-FLAG    pic X value "N".
           88 WS-EOF               value "Y".

       01 WS-AUD-OPEN-FLAG pic X value "N".
           88 WS-AUD-OPEN          value "Y".

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-FROM-DATE-TEXT  pic X(10) value spaces.
       01 WS-TO-DATE-TEXT    pic X(10) value spaces.
       01 WS-FILE-TEXT       pic X(10) value spaces.
       01 WS-FROM-DATE       pic 9(8) value zero.
       01 WS-TO-DATE         pic 9(8) value 99999999.
       01 WS-SELECT-FILE     pic X(10) value spaces.
           88 WS-ALL-FILES         value spaces.
           88 WS-VALID-FILE        value spaces "CLIENTMST"
                                         "OPERMAST" "PRODATE"
                                         "FEESCHED".

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

       01 WS-TIME-WORK-6.
           05 WS-TMW-HH   pic 9(2).
           05 WS-TMW-MIN  pic 9(2).
           05 WS-TMW-SS   pic 9(2).

       01 WS-TIME-DISPLAY.
           05 WS-TD-HH    pic 9(2).
           05 FILLER      pic X value ":".
           05 WS-TD-MIN   pic 9(2).
           05 FILLER      pic X value ":".
           05 WS-TD-SS    pic 9(2).

       01 WS-ENTRIES-LISTED pic 9(5) value zero.
       01 WS-CLIENT-COUNT   pic 9(5) value zero.
       01 WS-OPER-COUNT     pic 9(5) value zero.
       01 WS-PRODATE-COUNT  pic 9(5) value zero.
       01 WS-FEE-COUNT      pic 9(5) value zero.
       01 WS-DENIED-COUNT   pic 9(5) value zero.

       01 WS-LINES-PER-PAGE pic 9(3) value 55.
       01 WS-LINE-COUNT     pic 9(3) value zero.
       01 WS-PAGE-COUNT     pic 9(3) value zero.

       01 WS-REPORT-ADVANCE  pic 9 value 1.
       01 WS-REPORT-BLANKS   pic 9 value zero.
       01 WS-REPORT-SAVE-LINE pic X(132) value spaces.

       01 AURP-RUN-HEADER.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(25)
               VALUE "MASTER FILE AUDIT REPORT ".
           05 FILLER        PIC X(6) VALUE "DATE: ".
           05 ARH-RUN-DATE  PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "TIME: ".
           05 ARH-RUN-TIME  PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "PAGE: ".
           05 ARH-PAGE-NO   PIC ZZ9.
           05 FILLER        PIC X(64) VALUE SPACES.

       01 AURP-RANGE-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(8) VALUE "PERIOD: ".
           05 ARH-FROM-DATE PIC X(10).
           05 FILLER        PIC X(9) VALUE " THROUGH ".
           05 ARH-TO-DATE   PIC X(10).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 FILLER        PIC X(8) VALUE "MASTER: ".
           05 ARH-FILE      PIC X(10).
           05 FILLER        PIC X(71) VALUE SPACES.

       01 AURP-HEADING1.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "DATE      ".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "TIME    ".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "PROGRAM ".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "OPERATOR".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "MASTER    ".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "ACTION  ".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "KEY     ".
           05 FILLER     PIC X(58) VALUE SPACES.

       01 AURP-HEADING2.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "----------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "--------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "--------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "--------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "----------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "--------".
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(8) VALUE "--------".
           05 FILLER     PIC X(58) VALUE SPACES.

       01 AURP-DET-LINE.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 ARD-DATE    PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 ARD-TIME    PIC X(8).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 ARD-PROGRAM PIC X(8).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 ARD-OPER    PIC X(8).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 ARD-FILE    PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 ARD-ACTION  PIC X(8).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 ARD-KEY     PIC X(8).
           05 FILLER      PIC X(58) VALUE SPACES.

       01 AURP-IMAGE-LINE.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 ARI-LABEL   PIC X(8).
           05 ARI-IMAGE   PIC X(80).
           05 FILLER      PIC X(40) VALUE SPACES.

       01 AURP-COUNT-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 ARC-LABEL     PIC X(24).
           05 ARC-COUNT     PIC ZZZZ9.
           05 FILLER        PIC X(101) VALUE SPACES.

       01 AURP-NOAUDIT-LINE.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 FILLER     PIC X(25) VALUE "NO AUDIT TRAIL ON HAND - ".
           05 FILLER     PIC X(19) VALUE "NOTHING TO REPORT.".
           05 FILLER     PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-AUDIT-REPORT.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 0101-PARSE-PARMS.

           OPEN OUTPUT AURP-REPORT.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               PERFORM 0198-ABORT-OPEN-FAILURE
           END-IF.

           PERFORM 0102-WRITE-REPORT-HEADER.

           OPEN INPUT CAL-AUDIT.
           IF WS-AUD-FILE-STATUS = "00"
               SET WS-AUD-OPEN TO TRUE
               PERFORM 0105-READ-AUDIT-TRAIL
           ELSE
               MOVE AURP-NOAUDIT-LINE TO AURP-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

           PERFORM 0150-WRITE-TOTALS.

           IF WS-AUD-OPEN
               CLOSE CAL-AUDIT
           END-IF.
           CLOSE AURP-REPORT.
           DISPLAY "AUDITRPT: AUDIT ENTRIES LISTED: "
               WS-ENTRIES-LISTED.
           STOP RUN.

       0101-PARSE-PARMS.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-FROM-DATE-TEXT WS-TO-DATE-TEXT
                        WS-FILE-TEXT
               END-UNSTRING
               IF WS-FROM-DATE-TEXT NOT = SPACES
                   IF FUNCTION TRIM(WS-FROM-DATE-TEXT) IS NOT NUMERIC
                       PERFORM 0199-SHOW-USAGE
                   END-IF
                   COMPUTE WS-FROM-DATE = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-FROM-DATE-TEXT))
                   IF WS-TO-DATE-TEXT NOT = SPACES
                       IF FUNCTION TRIM(WS-TO-DATE-TEXT)
                          IS NOT NUMERIC
                           PERFORM 0199-SHOW-USAGE
                       END-IF
                       COMPUTE WS-TO-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-TO-DATE-TEXT))
                   ELSE
                       MOVE WS-FROM-DATE TO WS-TO-DATE
                   END-IF
               ELSE
                   IF WS-TO-DATE-TEXT NOT = SPACES
                       IF FUNCTION TRIM(WS-TO-DATE-TEXT)
                          IS NOT NUMERIC
                           PERFORM 0199-SHOW-USAGE
                       END-IF
                       COMPUTE WS-TO-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-TO-DATE-TEXT))
                   END-IF
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-FILE-TEXT)
                   TO WS-SELECT-FILE
               IF WS-SELECT-FILE = "ALL"
                   MOVE SPACES TO WS-SELECT-FILE
               END-IF
               IF NOT WS-VALID-FILE
                   PERFORM 0199-SHOW-USAGE
               END-IF
           END-IF.

       0102-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-COUNT.

           MOVE WS-RUN-DATE-8 TO WS-DATE-WORK-8.
           PERFORM 0103-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO ARH-RUN-DATE.

           MOVE WS-RUN-HH TO WS-RTD-HH.
           MOVE WS-RUN-MIN TO WS-RTD-MIN.
           MOVE WS-RUN-SS TO WS-RTD-SS.
           MOVE WS-RUN-TIME-DISPLAY TO ARH-RUN-TIME.

           MOVE WS-PAGE-COUNT TO ARH-PAGE-NO.
           MOVE AURP-RUN-HEADER TO AURP-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           IF WS-FROM-DATE > ZERO
               MOVE WS-FROM-DATE TO WS-DATE-WORK-8
               PERFORM 0103-FORMAT-DATE
               MOVE WS-DATE-DISPLAY TO ARH-FROM-DATE
           ELSE
               MOVE "(START)" TO ARH-FROM-DATE
           END-IF.
           IF WS-TO-DATE < 99999999
               MOVE WS-TO-DATE TO WS-DATE-WORK-8
               PERFORM 0103-FORMAT-DATE
               MOVE WS-DATE-DISPLAY TO ARH-TO-DATE
           ELSE
               MOVE "(END)" TO ARH-TO-DATE
           END-IF.
           IF WS-ALL-FILES
               MOVE "(ALL)" TO ARH-FILE
           ELSE
               MOVE WS-SELECT-FILE TO ARH-FILE
           END-IF.
           MOVE AURP-RANGE-LINE TO AURP-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE AURP-HEADING1 TO AURP-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE AURP-HEADING2 TO AURP-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-LINE-COUNT.

       0103-FORMAT-DATE.
           MOVE WS-DTW-MM TO WS-DD-MM.
           MOVE WS-DTW-DD TO WS-DD-DD.
           MOVE WS-DTW-YYYY TO WS-DD-YYYY.

       0104-FORMAT-TIME.
           MOVE WS-TMW-HH TO WS-TD-HH.
           MOVE WS-TMW-MIN TO WS-TD-MIN.
           MOVE WS-TMW-SS TO WS-TD-SS.

       0105-READ-AUDIT-TRAIL.
           PERFORM UNTIL WS-EOF
               READ CAL-AUDIT
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF AUD-DATE >= WS-FROM-DATE
                          AND AUD-DATE <= WS-TO-DATE
                          AND (WS-ALL-FILES
                               OR AUD-FILE = WS-SELECT-FILE)
                           PERFORM 0110-WRITE-AUDIT-DETAIL
                       END-IF
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.

       0110-WRITE-AUDIT-DETAIL.
           ADD 1 TO WS-ENTRIES-LISTED.
           EVALUATE TRUE
               WHEN AUD-ACTION = "DENIED"
                   ADD 1 TO WS-DENIED-COUNT
               WHEN AUD-FILE = "CLIENTMST"
                   ADD 1 TO WS-CLIENT-COUNT
               WHEN AUD-FILE = "OPERMAST"
                   ADD 1 TO WS-OPER-COUNT
               WHEN AUD-FILE = "PRODATE"
                   ADD 1 TO WS-PRODATE-COUNT
               WHEN AUD-FILE = "FEESCHED"
                   ADD 1 TO WS-FEE-COUNT
           END-EVALUATE.

           MOVE AUD-DATE TO WS-DATE-WORK-8.
           PERFORM 0103-FORMAT-DATE.
           MOVE WS-DATE-DISPLAY TO ARD-DATE.

           MOVE AUD-TIME TO WS-TIME-WORK-6.
           PERFORM 0104-FORMAT-TIME.
           MOVE WS-TIME-DISPLAY TO ARD-TIME.

           MOVE AUD-PROGRAM TO ARD-PROGRAM.
           MOVE AUD-OPERATOR TO ARD-OPER.
           MOVE AUD-FILE TO ARD-FILE.
           MOVE AUD-ACTION TO ARD-ACTION.
           MOVE AUD-KEY TO ARD-KEY.

           MOVE AURP-DET-LINE TO AURP-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           IF AUD-ACTION = "DENIED"
               MOVE "PARMS:" TO ARI-LABEL
               MOVE AUD-AFTER TO ARI-IMAGE
               MOVE AURP-IMAGE-LINE TO AURP-PRINT-LINE
               PERFORM 0109-WRITE-REPORT-LINE
               ADD 2 TO WS-LINE-COUNT
           ELSE
               MOVE "BEFORE:" TO ARI-LABEL
               IF AUD-BEFORE = SPACES
                   MOVE "(NONE - NEW RECORD)" TO ARI-IMAGE
               ELSE
                   MOVE AUD-BEFORE TO ARI-IMAGE
               END-IF
               MOVE AURP-IMAGE-LINE TO AURP-PRINT-LINE
               PERFORM 0109-WRITE-REPORT-LINE
               MOVE "AFTER:" TO ARI-LABEL
               IF AUD-AFTER = SPACES
                   MOVE "(NONE - RECORD DELETED)" TO ARI-IMAGE
               ELSE
                   MOVE AUD-AFTER TO ARI-IMAGE
               END-IF
               MOVE AURP-IMAGE-LINE TO AURP-PRINT-LINE
               PERFORM 0109-WRITE-REPORT-LINE
               ADD 3 TO WS-LINE-COUNT
           END-IF.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0102-WRITE-REPORT-HEADER
           END-IF.

       0150-WRITE-TOTALS.
           MOVE "AUDIT ENTRIES LISTED:" TO ARC-LABEL.
           MOVE WS-ENTRIES-LISTED TO ARC-COUNT.
           MOVE AURP-COUNT-LINE TO AURP-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.

           MOVE "  CLIENTMST CHANGES:" TO ARC-LABEL.
           MOVE WS-CLIENT-COUNT TO ARC-COUNT.
           MOVE AURP-COUNT-LINE TO AURP-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  OPERMAST CHANGES:" TO ARC-LABEL.
           MOVE WS-OPER-COUNT TO ARC-COUNT.
           MOVE AURP-COUNT-LINE TO AURP-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  PRODATE CHANGES:" TO ARC-LABEL.
           MOVE WS-PRODATE-COUNT TO ARC-COUNT.
           MOVE AURP-COUNT-LINE TO AURP-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  FEESCHED CHANGES:" TO ARC-LABEL.
           MOVE WS-FEE-COUNT TO ARC-COUNT.
           MOVE AURP-COUNT-LINE TO AURP-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE "  DENIED ATTEMPTS:" TO ARC-LABEL.
           MOVE WS-DENIED-COUNT TO ARC-COUNT.
           MOVE AURP-COUNT-LINE TO AURP-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

       0109-WRITE-REPORT-LINE.
           MOVE AURP-PRINT-LINE TO WS-REPORT-SAVE-LINE.
           COMPUTE WS-REPORT-BLANKS = WS-REPORT-ADVANCE - 1.
           PERFORM WS-REPORT-BLANKS TIMES
               MOVE SPACES TO AURP-PRINT-LINE
               WRITE AURP-PRINT-LINE
           END-PERFORM.
           MOVE WS-REPORT-SAVE-LINE TO AURP-PRINT-LINE.
           WRITE AURP-PRINT-LINE.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "AUDITRPT: STARTUP ABORTED.".
           DISPLAY "COULD NOT OPEN auditreport.dat FOR OUTPUT -".
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0199-SHOW-USAGE.
           DISPLAY "AUDITRPT: MASTER FILE AUDIT REPORT.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED, ALL OPTIONAL):".
           DISPLAY "  FROM-DATE,TO-DATE,MASTER".
           DISPLAY "FROM-DATE AND TO-DATE ARE YYYYMMDD CHANGE DATES".
           DISPLAY "(FROM ALONE REPORTS THAT ONE DAY; BOTH BLANK".
           DISPLAY "REPORTS THE WHOLE TRAIL). MASTER IS CLIENTMST,".
           DISPLAY "OPERMAST, PRODATE, FEESCHED, OR ALL (DEFAULT).".
           DISPLAY "EXAMPLES: 20250101,20250331".
           DISPLAY "          ,,OPERMAST".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM AUDITRPT.
