               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-RUN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
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

        FD CAL-LOCK.
        01 LCK-RECORD.
            05 LCK-PROGRAM      PIC X(10).
            05 LCK-OPERATOR     PIC X(8).
            05 LCK-START-DATE   PIC 9(8).
            05 LCK-START-TIME   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS pic XX value spaces.
       01 WS-PRO-FILE-STATUS    pic XX value spaces.
       01 WS-RLOG-FILE-STATUS   pic XX value spaces.
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

       01 WS-PRO-DATE-FLAG      pic X value "N".
           88 WS-PRO-DATE-LOADED        value "Y".
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 0101-PARSE-PARMS.
           PERFORM 0178-TAKE-RUN-LOCK.

           OPEN OUTPUT HARC-REPORT.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               CLOSE CALC-HIST
           END-IF.
           CLOSE HARC-REPORT.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0101-PARSE-PARMS.
       0192-DENY-RUN.
           DISPLAY "CALCHARC: PURGE DENIED FOR OPERATOR "
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
                   DISPLAY "CALCHARC: calclock.dat IS HELD BY "
                       WS-LKH-PROGRAM " - DENIED ATTEMPT NOT LOGGED."
               ELSE
                   DISPLAY "CALCHARC: calclock.dat COULD NOT BE READ"
                       " (STATUS " WS-LCK-FILE-STATUS ") -"
                       " DENIED ATTEMPT NOT LOGGED."
               END-IF
           ELSE
               OPEN EXTEND CAL-RUNLOG
               IF WS-RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT CAL-RUNLOG
               END-IF
               IF WS-RLOG-FILE-STATUS NOT = "00"
                   DISPLAY "CALCHARC: COULD NOT OPEN runlog.dat -"
                       " DENIED ATTEMPT NOT LOGGED."
               ELSE
                   MOVE SPACES TO RLOG-RECORD
                   MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
                   MOVE WS-RUN-HH TO WS-RUNID-HH
                   MOVE WS-RUN-MIN TO WS-RUNID-MIN
                   MOVE WS-RUN-SS TO WS-RUNID-SS
                   MOVE WS-RUN-ID TO RLOG-RUN-ID
                   MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
                   STRING "CALCHARC " WS-COMMAND-LINE(1:30)
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
                       DISPLAY "CALCHARC: runlog.dat WRITE FAILED"
                           " (STATUS " WS-RLOG-FILE-STATUS ") -"
                           " DENIED ATTEMPT NOT LOGGED."
                   END-IF
                   CLOSE CAL-RUNLOG
               END-IF
           END-IF.
           IF WS-LOG-LOCK-TAKEN
               PERFORM 0179-RELEASE-RUN-LOCK
           END-IF.

       0103-LOAD-PROCESS-DATE.
           DISPLAY "ADDED AT THE END), RELOAD IT IN THE NEW".
           DISPLAY "LAYOUT BEFORE PURGING.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "FOR OUTPUT - CHECK DIRECTORY PERMISSIONS, DISK".
           DISPLAY "SPACE, AND THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0199-ABORT-NO-CUTOFF.
           DISPLAY "DELETED; ALL OTHERS ARE RETAINED.".
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
                   MOVE "CALCHARC" TO LCK-PROGRAM
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
                   DISPLAY "CALCHARC: COULD NOT RELEASE calclock.dat"
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
               DISPLAY "CALCHARC: RUN REFUSED - calclock.dat IS HELD"
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
               DISPLAY "CALCHARC: STARTUP ABORTED."
               DISPLAY "calclock.dat COULD NOT BE READ OR WRITTEN"
                   " (STATUS " WS-LCK-FILE-STATUS ")."
               DISPLAY "EVERY PROGRAM THAT UPDATES calchist.dat,"
               DISPLAY "calcsumm.dat OR runlog.dat TAKES THE RUN LOCK"
               DISPLAY "ON IT FIRST. CHECK DIRECTORY PERMISSIONS AND"
               DISPLAY "RERUN."
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM CALCHARC.
