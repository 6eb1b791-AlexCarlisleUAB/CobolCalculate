       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLOCK.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-LOCK ASSIGN TO "calclock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FILE-STATUS.
           SELECT OPER-MAST ASSIGN TO "opermast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT CAL-RUNLOG ASSIGN TO "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD CAL-LOCK.
        01 LCK-RECORD.
            05 LCK-PROGRAM      PIC X(10).
            05 LCK-OPERATOR     PIC X(8).
            05 LCK-START-DATE   PIC 9(8).
            05 LCK-START-TIME   PIC 9(6).

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

       WORKING-STORAGE SECTION.
       01 WS-LCK-FILE-STATUS    pic XX value spaces.
       01 WS-OPR-FILE-STATUS    pic XX value spaces.
       01 WS-RLOG-FILE-STATUS   pic XX value spaces.

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

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-ACTION-TEXT     pic X(10) value spaces.
       01 WS-OPERATOR-ID-TEXT pic X(8) value spaces.

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

       PROCEDURE DIVISION.

       0100-CONTROL-RUN-LOCK.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-ACTION-TEXT WS-OPERATOR-ID-TEXT
               END-UNSTRING
           END-IF.

           IF WS-OPERATOR-ID-TEXT = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           MOVE WS-OPERATOR-ID-TEXT TO WS-OPERATOR-ID.

           EVALUATE WS-ACTION-TEXT
               WHEN "SHOW"
                   PERFORM 0106-VERIFY-OPERATOR
                   PERFORM 0110-READ-LOCK
                   PERFORM 0120-SHOW-LOCK
               WHEN "CLEAR"
                   PERFORM 0106-VERIFY-OPERATOR
                   PERFORM 0107-CHECK-SUPERVISOR-LEVEL
                   PERFORM 0110-READ-LOCK
                   PERFORM 0130-CLEAR-LOCK
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
               MOVE "CLEAR NEEDS SUPERVISOR" TO WS-DENY-REASON
               PERFORM 0192-DENY-RUN
           END-IF.

       0110-READ-LOCK.
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
           ELSE
               IF WS-LCK-FILE-STATUS NOT = "35"
                   PERFORM 0198-ABORT-LOCK-FILE
               END-IF
           END-IF.

       0120-SHOW-LOCK.
           IF WS-LOCK-BUSY
               PERFORM 0125-DISPLAY-HOLDER
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "CALCLOCK: THE RUN LOCK IS FREE - NO UPDATE"
                   " IS IN PROGRESS."
           END-IF.

       0125-DISPLAY-HOLDER.
           DISPLAY "CALCLOCK: THE RUN LOCK IS HELD BY " WS-LKH-PROGRAM.
           DISPLAY "  OPERATOR: " WS-LKH-OPERATOR.
           DISPLAY "  STARTED:  " WS-LKH-START-DATE " AT "
               WS-LKH-START-TIME.

       0130-CLEAR-LOCK.
           IF NOT WS-LOCK-BUSY
               DISPLAY "CALCLOCK: THE RUN LOCK IS NOT HELD - NOTHING"
                   " TO CLEAR."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0125-DISPLAY-HOLDER
               OPEN OUTPUT CAL-LOCK
               IF WS-LCK-FILE-STATUS NOT = "00"
                   PERFORM 0198-ABORT-LOCK-FILE
               END-IF
               MOVE SPACES TO LCK-RECORD
               MOVE "CALCLOCK" TO LCK-PROGRAM
               MOVE WS-OPERATOR-ID TO LCK-OPERATOR
               MOVE WS-RUN-DATE-8 TO LCK-START-DATE
               MOVE WS-RUN-TIME-8(1:6) TO LCK-START-TIME
               WRITE LCK-RECORD
               IF WS-LCK-FILE-STATUS NOT = "00"
                   DISPLAY "CALCLOCK: THE LOCK WAS EMPTIED BUT COULD"
                       " NOT BE RETAKEN - THE CLEAR IS NOT LOGGED."
                   PERFORM 0198-ABORT-LOCK-FILE
               END-IF
               CLOSE CAL-LOCK
               SET WS-LOCK-HELD TO TRUE
               PERFORM 0145-LOG-LOCK-CLEARED
               DISPLAY "CALCLOCK: RUN LOCK CLEARED BY " WS-OPERATOR-ID
                   "."
               DISPLAY "CHECK WHAT THE INTERRUPTED " WS-LKH-PROGRAM
                   " RUN LEFT BEHIND BEFORE RESUBMITTING IT - A"
                   " CALCULATE RUN IS RESTARTED OR BACKED OUT WITH"
                   " CALCBACK, AND CALCVRFY CONFIRMS calchist.dat"
                   " AGAINST calcsumm.dat."
           END-IF.

       0145-LOG-LOCK-CLEARED.
           OPEN EXTEND CAL-RUNLOG.
           IF WS-RLOG-FILE-STATUS = "35"
               OPEN OUTPUT CAL-RUNLOG
           END-IF.
           IF WS-RLOG-FILE-STATUS NOT = "00"
               DISPLAY "CALCLOCK: COULD NOT OPEN runlog.dat -"
                   " LOCK CLEAR NOT LOGGED."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RLOG-RECORD
               MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
               MOVE WS-RUN-HH TO WS-RUNID-HH
               MOVE WS-RUN-MIN TO WS-RUNID-MIN
               MOVE WS-RUN-SS TO WS-RUNID-SS
               MOVE WS-RUN-ID TO RLOG-RUN-ID
               MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
               STRING "CLEAR " DELIMITED BY SIZE
                      WS-LKH-PROGRAM DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-LKH-OPERATOR DELIMITED BY SPACE
                      " " WS-LKH-START-DATE " " WS-LKH-START-TIME
                          DELIMITED BY SIZE
                   INTO RLOG-PARMS
               END-STRING
               MOVE WS-RUN-DATE-8 TO RLOG-START-DATE
               MOVE WS-RUN-TIME-8(1:6) TO RLOG-START-TIME
               MOVE WS-RUN-TIME-8(1:6) TO RLOG-END-TIME
               MOVE ZERO TO RLOG-PAIRS RLOG-DIVSKIP
                            RLOG-REJECTS RLOG-DUPS
               MOVE SPACES TO RLOG-RPT-STATUS RLOG-CSV-STATUS
                              RLOG-TRN-STATUS RLOG-HST-STATUS
               MOVE "LOCKCLEAR" TO RLOG-DISPOSITION
               WRITE RLOG-RECORD
               CLOSE CAL-RUNLOG
           END-IF.
           PERFORM 0179-RELEASE-RUN-LOCK.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "CALCLOCK: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "RUN LOCK CONTROL MUST BE SIGNED ON BY AN".
           DISPLAY "OPERATOR ON THE OPERATOR MASTER. BUILD THE FILE".
           DISPLAY "WITH THE OPERMNT UTILITY (ADD,oper-id,level,name)".
           DISPLAY "AND RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-RUN.
           DISPLAY "CALCLOCK: " WS-ACTION-TEXT " DENIED FOR OPERATOR "
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
                   DISPLAY "CALCLOCK: calclock.dat IS HELD BY "
                       WS-LKH-PROGRAM " - DENIED ATTEMPT NOT LOGGED."
               ELSE
                   DISPLAY "CALCLOCK: calclock.dat COULD NOT BE READ"
                       " (STATUS " WS-LCK-FILE-STATUS ") -"
                       " DENIED ATTEMPT NOT LOGGED."
               END-IF
           ELSE
               OPEN EXTEND CAL-RUNLOG
               IF WS-RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT CAL-RUNLOG
               END-IF
               IF WS-RLOG-FILE-STATUS NOT = "00"
                   DISPLAY "CALCLOCK: COULD NOT OPEN runlog.dat -"
                       " DENIED ATTEMPT NOT LOGGED."
               ELSE
                   MOVE SPACES TO RLOG-RECORD
                   MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
                   MOVE WS-RUN-HH TO WS-RUNID-HH
                   MOVE WS-RUN-MIN TO WS-RUNID-MIN
                   MOVE WS-RUN-SS TO WS-RUNID-SS
                   MOVE WS-RUN-ID TO RLOG-RUN-ID
                   MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
                   STRING "CALCLOCK " WS-COMMAND-LINE(1:30)
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
                       DISPLAY "CALCLOCK: runlog.dat WRITE FAILED"
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
                   MOVE "CALCLOCK" TO LCK-PROGRAM
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
                   DISPLAY "CALCLOCK: COULD NOT RELEASE calclock.dat"
                       " (STATUS " WS-LCK-FILE-STATUS ") - A"
                       " SUPERVISOR MUST CLEAR IT WITH CALCLOCK"
                       " (CLEAR,oper-id) BEFORE THE NEXT RUN."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0198-ABORT-LOCK-FILE.
           DISPLAY "CALCLOCK: RUN ABORTED.".
           DISPLAY "calclock.dat COULD NOT BE READ OR WRITTEN (STATUS "
               WS-LCK-FILE-STATUS ").".
           DISPLAY "CHECK DIRECTORY PERMISSIONS AND THAT THE TARGET".
           DISPLAY "PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0199-SHOW-USAGE.
           DISPLAY "CALCLOCK: RUN LOCK CONTROL.".
           DISPLAY "EVERY PROGRAM THAT UPDATES calchist.dat,".
           DISPLAY "calcsumm.dat OR runlog.dat TAKES THE RUN LOCK IN".
           DISPLAY "calclock.dat BEFORE IT STARTS AND RELEASES IT".
           DISPLAY "WHEN IT ENDS. A PROGRAM THAT FINDS THE LOCK HELD".
           DISPLAY "REFUSES TO RUN (CC 8). A RUN THAT ENDS".
           DISPLAY "ABNORMALLY LEAVES ITS LOCK BEHIND.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED):".
           DISPLAY "  SHOW,oper-id    - SHOW WHO HOLDS THE LOCK".
           DISPLAY "  CLEAR,oper-id   - CLEAR A LOCK LEFT BY A RUN".
           DISPLAY "                    THAT HAS ENDED".
           DISPLAY "CLEAR NEEDS A LEVEL 2 OPERATOR AND IS LOGGED TO".
           DISPLAY "runlog.dat AS LOCKCLEAR.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CALCLOCK.
