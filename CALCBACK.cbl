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

            05 HIST-CLIENT     PIC X(6).
            05 HIST-SOURCE     PIC X(2).
            05 HIST-RUN-ID     PIC X(15).
            05 HIST-CLIENT-KEY.
                10 HIST-CKEY-CLIENT PIC X(6).
                10 HIST-CKEY-DATE   PIC 9(8).

        FD CALC-SUMM.
        01 SUMM-RECORD.
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
       01 WS-SUMM-ADJ-FLAG pic X value "N".
           88 WS-SUMM-ADJUSTED     value "Y".

       01 WS-MONTH-ADJ-FLAG pic X value "N".
           88 WS-MONTH-ADJUSTED    value "Y".

       01 WS-TARGET-CLOSED-FLAG pic X value "N".
           88 WS-TARGET-CLOSED     value "Y".

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-TARGET-RUN-ID   pic X(15) value spaces.
       01 WS-TARGET-DATE     pic 9(8) value zero.
       01 WS-TARGET-PERIOD   pic 9(6) value zero.
       01 WS-CLOSED-PERIOD   pic 9(6) value zero.
       01 WS-MONTH-KEY       pic 9(8) value zero.

       01 WS-OPERATOR-ID-TEXT pic X(8) value spaces.
       01 WS-OPERATOR-ID     pic X(8) value "SYSTEM".
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
           05 WS-RUN-SS   pic 9(2).
           05 WS-RUN-CC   pic 9(2).

       01 WS-END-TIME-8     pic 9(8) value zero.
       01 WS-RLOG-DISP      pic X(10) value spaces.

       01 WS-RUN-DATE-DISPLAY.
           05 WS-RDD-MM   pic 9(2).
           05 FILLER      pic X value "/".
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 0101-PARSE-PARMS.
           PERFORM 0178-TAKE-RUN-LOCK.

           OPEN OUTPUT BACK-REPORT.
           IF WS-REPORT-FILE-STATUS NOT = "00"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-TARGET-CLOSED
               ACCEPT WS-END-TIME-8 FROM TIME
               MOVE "OVERRIDE" TO WS-RLOG-DISP
               PERFORM 0145-WRITE-RUN-LOG
           END-IF.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0101-PARSE-PARMS.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-TARGET-RUN-ID WS-OPERATOR-ID-TEXT
               END-UNSTRING
               IF WS-OPERATOR-ID-TEXT NOT = SPACES
                   MOVE WS-OPERATOR-ID-TEXT TO WS-OPERATOR-ID
               END-IF
           END-IF.
           IF WS-TARGET-RUN-ID = SPACES
              OR WS-TARGET-RUN-ID(1:8) NOT NUMERIC
               PERFORM 0199-ABORT-NO-RUN-ID
           END-IF.
           MOVE WS-TARGET-RUN-ID(1:8) TO WS-TARGET-DATE.
           PERFORM 0103-CHECK-PERIOD-LOCK.

       0103-CHECK-PERIOD-LOCK.
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
           COMPUTE WS-TARGET-PERIOD = WS-TARGET-DATE / 100.
           IF WS-TARGET-PERIOD <= WS-CLOSED-PERIOD
               SET WS-TARGET-CLOSED TO TRUE
               COMPUTE WS-MONTH-KEY = WS-TARGET-PERIOD * 100
               IF WS-OPERATOR-ID-TEXT = SPACES
                   MOVE "RUN IS IN A CLOSED MONTH" TO WS-DENY-REASON
                   PERFORM 0192-DENY-RUN
               END-IF
               PERFORM 0106-VERIFY-OPERATOR
               DISPLAY "CALCBACK: RUN " WS-TARGET-RUN-ID " IS IN"
                   " CLOSED PERIOD " WS-TARGET-PERIOD " - BACKING"
                   " OUT UNDER SUPERVISOR OVERRIDE BY "
                   WS-OPERATOR-ID "."
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
               MOVE "CLOSED-MONTH BACKOUT NEEDS SUPERVISOR" TO
                   WS-DENY-REASON
               PERFORM 0192-DENY-RUN
           END-IF.

       0102-WRITE-REPORT-HEADER.
           MOVE WS-RUN-MM TO WS-RDD-MM.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           IF WS-TARGET-CLOSED
               MOVE SPACES TO BCK-RLOG-TEXT
               STRING "CLOSED PERIOD " WS-TARGET-PERIOD
                   " - SUPERVISOR OVERRIDE BY " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO BCK-RLOG-TEXT
               END-STRING
               MOVE BACK-RLOG-LINE TO BACK-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

       0110-BACKOUT-HISTORY.
           OPEN I-O CALC-HIST.
           IF WS-HIST-FILE-STATUS = "35"
               IF WS-HIST-FILE-STATUS NOT = "00"
                   PERFORM 0197-ABORT-HISTORY-OPEN
               END-IF
               MOVE WS-TARGET-RUN-ID TO HIST-RUN-ID
               START CALC-HIST KEY IS EQUAL TO HIST-RUN-ID
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               IF WS-HIST-FILE-STATUS NOT = "00"
                   READ CALC-HIST NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-RUN-ID NOT = WS-TARGET-RUN-ID
                               SET WS-EOF TO TRUE
                           ELSE
                               PERFORM 0115-BACKOUT-ONE-RECORD
                           END-IF
                   END-READ
                   IF WS-HIST-FILE-STATUS NOT = "00"
                      AND WS-HIST-FILE-STATUS NOT = "02"
                       SET WS-EOF TO TRUE
                   END-IF
               END-PERFORM

       0115-BACKOUT-ONE-RECORD.
           ADD 1 TO WS-EXAMINED-COUNT.
           IF HIST-RUN-DATE = WS-TARGET-DATE
               DELETE CALC-HIST RECORD
                   INVALID KEY CONTINUE
               END-DELETE
                       REWRITE SUMM-RECORD
                       SET WS-SUMM-ADJUSTED TO TRUE
               END-READ
               IF WS-TARGET-CLOSED
                   PERFORM 0121-ADJUST-MONTHLY-SUMMARY
               END-IF
               CLOSE CALC-SUMM
           END-IF.

       0121-ADJUST-MONTHLY-SUMMARY.
           MOVE WS-MONTH-KEY TO SUMM-DATE.
           READ CALC-SUMM
               INVALID KEY
                   DISPLAY "CALCBACK: NO MONTHLY SUMMARY RECORD"
                       " FOR " WS-TARGET-PERIOD " - NOT ADJUSTED."
               NOT INVALID KEY
                   SUBTRACT WS-REMOVED-COUNT FROM SUMM-COUNT
                       ON SIZE ERROR MOVE ZERO TO SUMM-COUNT
                   END-SUBTRACT
                   SUBTRACT WS-RMV-ADD FROM SUMM-TOT-ADD
                   SUBTRACT WS-RMV-SUB FROM SUMM-TOT-SUB
                   SUBTRACT WS-RMV-MULT FROM SUMM-TOT-MULT
                   SUBTRACT WS-RMV-DIV FROM SUMM-TOT-DIV
                   SUBTRACT WS-RMV-DIVSKIP FROM SUMM-DIVSKIP
                       ON SIZE ERROR MOVE ZERO TO SUMM-DIVSKIP
                   END-SUBTRACT
                   REWRITE SUMM-RECORD
                   SET WS-MONTH-ADJUSTED TO TRUE
           END-READ.

       0130-MARK-RUN-LOG.
           OPEN INPUT CAL-RUNLOG.
           IF WS-RLOG-FILE-STATUS NOT = "00"
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           IF WS-TARGET-CLOSED
               IF WS-MONTH-ADJUSTED
                   MOVE
                    "MONTHLY SUMMARY ADJUSTED FOR THE REMOVED RECORDS."
                       TO BCK-RLOG-TEXT
               ELSE
                   MOVE
                    "MONTHLY SUMMARY NOT ADJUSTED - SEE OPERATOR LOG."
                       TO BCK-RLOG-TEXT
               END-IF
               MOVE BACK-RLOG-LINE TO BACK-PRINT-LINE
               MOVE 1 TO WS-REPORT-ADVANCE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

           IF WS-RLOG-MARKED
               MOVE "RUN LOG ENTRY MARKED BACKEDOUT." TO
                   BCK-RLOG-TEXT
           MOVE WS-REPORT-SAVE-LINE TO BACK-PRINT-LINE.
           WRITE BACK-PRINT-LINE.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "CALCBACK: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "A BACKOUT IN A CLOSED MONTH MUST BE SIGNED ON BY".
           DISPLAY "A SUPERVISOR ON THE OPERATOR MASTER. BUILD THE".
           DISPLAY "FILE WITH THE OPERMNT UTILITY".
           DISPLAY "(ADD,oper-id,level,name) AND RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-RUN.
           DISPLAY "CALCBACK: BACKOUT DENIED FOR OPERATOR "
               WS-OPERATOR-ID " - " WS-DENY-REASON ".".
           IF WS-TARGET-CLOSED
               DISPLAY "PERIOD " WS-TARGET-PERIOD " IS CLOSED. ITS"
                   " HISTORY CAN ONLY BE BACKED OUT WITH A LEVEL 2"
                   " OPERATOR ID AS THE SECOND RUN PARAMETER."
           END-IF.
           PERFORM 0193-LOG-DENIED-ATTEMPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0193-LOG-DENIED-ATTEMPT.
           MOVE WS-RUN-TIME-8 TO WS-END-TIME-8.
           MOVE "DENIED" TO WS-RLOG-DISP.
           PERFORM 0145-WRITE-RUN-LOG.

       0197-ABORT-HISTORY-OPEN.
           DISPLAY "CALCBACK: RUN ABORTED.".
           DISPLAY "calchist.dat COULD NOT BE OPENED (STATUS "
           DISPLAY "THE WIDER HISTORY RECORD (NEW FIELDS ADDED AT".
           DISPLAY "THE END), RELOAD IT IN THE NEW LAYOUT FIRST.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0199-ABORT-NO-RUN-ID.
           DISPLAY "ARE REMOVED FROM calchist.dat, THE DAILY SUMMARY".
           DISPLAY "IS ADJUSTED, AND THE RUN LOG ENTRY IS MARKED".
           DISPLAY "BACKEDOUT SO RUNLOGRP SHOWS THE REVERSAL.".
           DISPLAY "A RUN IN A MONTH CLOSED BY CALCMEND CAN ONLY BE".
           DISPLAY "BACKED OUT WITH A LEVEL 2 OPERATOR ID AS THE".
           DISPLAY "SECOND PARAMETER (RUN-ID,oper-id).".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0145-WRITE-RUN-LOG.
           MOVE "N" TO WS-LOG-LOCK-FLAG.
           IF NOT WS-LOCK-HELD
               PERFORM 0177-TRY-RUN-LOCK
               IF WS-LOCK-HELD
                   SET WS-LOG-LOCK-TAKEN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-LOCK-HELD
               IF WS-LOCK-BUSY
                   DISPLAY "CALCBACK: calclock.dat IS HELD BY "
                       WS-LKH-PROGRAM " - " FUNCTION TRIM(WS-RLOG-DISP)
                       " RUN NOT LOGGED."
               ELSE
                   DISPLAY "CALCBACK: calclock.dat COULD NOT BE READ"
                       " (STATUS " WS-LCK-FILE-STATUS ") - "
                       FUNCTION TRIM(WS-RLOG-DISP) " RUN NOT LOGGED."
               END-IF
           ELSE
               OPEN EXTEND CAL-RUNLOG
               IF WS-RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT CAL-RUNLOG
               END-IF
               IF WS-RLOG-FILE-STATUS NOT = "00"
                   DISPLAY "CALCBACK: COULD NOT OPEN runlog.dat -"
                       " " FUNCTION TRIM(WS-RLOG-DISP)
                       " RUN NOT LOGGED."
               ELSE
                   MOVE SPACES TO RLOG-RECORD
                   MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
                   MOVE WS-RUN-HH TO WS-RUNID-HH
                   MOVE WS-RUN-MIN TO WS-RUNID-MIN
                   MOVE WS-RUN-SS TO WS-RUNID-SS
                   MOVE WS-RUN-ID TO RLOG-RUN-ID
                   MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
                   STRING "CALCBACK " WS-COMMAND-LINE(1:30)
                       DELIMITED BY SIZE INTO RLOG-PARMS
                   END-STRING
                   MOVE WS-RUN-DATE-8 TO RLOG-START-DATE
                   MOVE WS-RUN-TIME-8(1:6) TO RLOG-START-TIME
                   MOVE WS-END-TIME-8(1:6) TO RLOG-END-TIME
                   MOVE ZERO TO RLOG-PAIRS RLOG-DIVSKIP
                                RLOG-REJECTS RLOG-DUPS
                   MOVE SPACES TO RLOG-RPT-STATUS RLOG-CSV-STATUS
                                  RLOG-TRN-STATUS RLOG-HST-STATUS
                   MOVE WS-RLOG-DISP TO RLOG-DISPOSITION
                   WRITE RLOG-RECORD
                   IF WS-RLOG-DISP = "DENIED"
                       IF WS-RLOG-FILE-STATUS = "00"
                           DISPLAY "THE ATTEMPT HAS BEEN LOGGED TO"
                               " runlog.dat."
                       ELSE
                           DISPLAY "CALCBACK: runlog.dat WRITE FAILED"
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
                   MOVE "CALCBACK" TO LCK-PROGRAM
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
                   DISPLAY "CALCBACK: COULD NOT RELEASE calclock.dat"
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
               DISPLAY "CALCBACK: RUN REFUSED - calclock.dat IS HELD"
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
               DISPLAY "CALCBACK: STARTUP ABORTED."
               DISPLAY "calclock.dat COULD NOT BE READ OR WRITTEN"
                   " (STATUS " WS-LCK-FILE-STATUS ")."
               DISPLAY "EVERY PROGRAM THAT UPDATES calchist.dat,"
               DISPLAY "calcsumm.dat OR runlog.dat TAKES THE RUN LOCK"
               DISPLAY "ON IT FIRST. CHECK DIRECTORY PERMISSIONS AND"
               DISPLAY "RERUN."
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM CALCBACK.
