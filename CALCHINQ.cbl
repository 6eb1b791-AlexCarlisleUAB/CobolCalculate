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
            05 HIST-CLIENT     PIC X(6).
            05 HIST-SOURCE     PIC X(2).
            05 HIST-RUN-ID     PIC X(15).
            05 HIST-CLIENT-KEY.
                10 HIST-CKEY-CLIENT PIC X(6).
                10 HIST-CKEY-DATE   PIC 9(8).

        FD CALC-SUMM.
        01 SUMM-RECORD.
       01 WS-SUMMARY-MODE-FLAG pic X value "N".
           88 WS-SUMMARY-MODE      value "Y".

       01 WS-CLIENT-MODE-FLAG pic X value "N".
           88 WS-CLIENT-MODE       value "Y".

       01 WS-CLIENT-TEXT     pic X(10) value spaces.
       01 WS-CLIENT-ID       pic X(6) value spaces.

       01 WS-SUMM-MATCHED-FLAG pic X value "N".
           88 WS-SUMM-MATCHED      value "Y".

           05 HIQ-FROM-DATE PIC X(10).
           05 FILLER        PIC X(9) VALUE " THROUGH ".
           05 HIQ-TO-DATE   PIC X(10).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 HIQ-CLIENT-LABEL PIC X(8).
           05 HIQ-CLIENT    PIC X(6).
           05 FILLER        PIC X(75) VALUE SPACES.

       01 HINQ-HEADING1.
           05 FILLER     PIC X(2) VALUE SPACES.
               EVALUATE WS-HIST-FILE-STATUS
                   WHEN "00"
                       SET WS-HIST-OPEN TO TRUE
                       IF WS-CLIENT-MODE
                           PERFORM 0111-READ-CLIENT-HISTORY
                       ELSE
                           PERFORM 0105-READ-HISTORY
                       END-IF
                   WHEN "35"
                       MOVE HINQ-NOHIST-LINE TO HINQ-PRINT-LINE
                       MOVE 1 TO WS-REPORT-ADVANCE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-FROM-DATE-TEXT WS-TO-DATE-TEXT
                        WS-MODE-TEXT WS-CLIENT-TEXT
               END-UNSTRING
               IF WS-MODE-TEXT = "SUMMARY"
                   SET WS-SUMMARY-MODE TO TRUE
               END-IF
               IF WS-MODE-TEXT = "CLIENT"
                   IF WS-CLIENT-TEXT = SPACES
                       PERFORM 0199-SHOW-USAGE
                   END-IF
                   SET WS-CLIENT-MODE TO TRUE
                   MOVE WS-CLIENT-TEXT TO WS-CLIENT-ID
               END-IF
               IF WS-FROM-DATE-TEXT NOT = SPACES
                   COMPUTE WS-FROM-DATE = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-FROM-DATE-TEXT))
                   END-IF
               END-IF
           END-IF.
           IF WS-FROM-DATE = ZERO AND NOT WS-CLIENT-MODE
               PERFORM 0104-DEFAULT-TO-PROCESS-DATE
           END-IF.

           ELSE
               MOVE "(END)" TO HIQ-TO-DATE
           END-IF.
           IF WS-CLIENT-MODE
               MOVE "CLIENT: " TO HIQ-CLIENT-LABEL
               MOVE WS-CLIENT-ID TO HIQ-CLIENT
           ELSE
               MOVE SPACES TO HIQ-CLIENT-LABEL HIQ-CLIENT
           END-IF.
           MOVE HINQ-RANGE-LINE TO HINQ-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

               END-IF
           END-PERFORM.

       0111-READ-CLIENT-HISTORY.
           MOVE WS-CLIENT-ID TO HIST-CKEY-CLIENT.
           MOVE WS-FROM-DATE TO HIST-CKEY-DATE.
           START CALC-HIST
               KEY IS GREATER THAN OR EQUAL TO HIST-CLIENT-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           IF WS-HIST-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF
               READ CALC-HIST NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF HIST-CKEY-CLIENT NOT = WS-CLIENT-ID
                          OR HIST-CKEY-DATE > WS-TO-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM 0110-ACCUMULATE-DETAIL
                       END-IF
               END-READ
               IF WS-HIST-FILE-STATUS NOT = "00"
                  AND WS-HIST-FILE-STATUS NOT = "02"
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.

       0106-READ-SUMMARY.
           OPEN INPUT CALC-SUMM.
           EVALUATE WS-SUMM-FILE-STATUS
                       IF SUMM-DATE > WS-TO-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           IF SUMM-DATE(7:2) NOT = "00"
                               PERFORM 0108-TAKE-SUMMARY-DAY
                           END-IF
                       END-IF
               END-READ
               IF WS-SUMM-FILE-STATUS NOT = "00"
               END-IF
           END-PERFORM.

       0108-TAKE-SUMMARY-DAY.
           SET WS-SUMM-MATCHED TO TRUE.
           MOVE SUMM-DATE TO WS-DAY-DATE.
           MOVE SUMM-COUNT TO WS-DAY-COUNT.
           MOVE SUMM-TOT-ADD TO WS-DAY-TOT-ADD.
           MOVE SUMM-TOT-SUB TO WS-DAY-TOT-SUB.
           MOVE SUMM-TOT-MULT TO WS-DAY-TOT-MULT.
           MOVE SUMM-TOT-DIV TO WS-DAY-TOT-DIV.
           MOVE SUMM-DIVSKIP TO WS-DAY-DIVSKIP.
           PERFORM 0120-DAY-BREAK.

       0196-ABORT-SUMMARY-OPEN.
           DISPLAY "CALCHINQ: RUN ABORTED.".
           DISPLAY "calcsumm.dat COULD NOT BE OPENED (STATUS "
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0199-SHOW-USAGE.
           DISPLAY "CALCHINQ: CALCULATE HISTORY INQUIRY.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED, ALL OPTIONAL):".
           DISPLAY "  FROM-DATE,TO-DATE,SUMMARY".
           DISPLAY "  FROM-DATE,TO-DATE,CLIENT,client-id".
           DISPLAY "DATES ARE YYYYMMDD. WITHOUT DATES THE INQUIRY".
           DISPLAY "COVERS THE CURRENT BUSINESS DATE, OR FOR A".
           DISPLAY "CLIENT INQUIRY THE CLIENT'S WHOLE HISTORY.".
           DISPLAY "EXAMPLE: 20250101,20250131,CLIENT,C00001".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CALCHINQ.
