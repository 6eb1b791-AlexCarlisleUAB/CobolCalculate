       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHCNV.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HIST ASSIGN TO "calchist.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT CALC-HIST ASSIGN TO "calchist.dat"
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

       FILE SECTION.

        FD OLD-HIST.
        01 OLD-RECORD.
            05 OLD-KEY.
                10 OLD-RUN-DATE    PIC 9(8).
                10 OLD-SEQ         PIC 9(7).
            05 FILLER          PIC X(56).

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

        FD CAL-LOCK.
        01 LCK-RECORD.
            05 LCK-PROGRAM      PIC X(10).
            05 LCK-OPERATOR     PIC X(8).
            05 LCK-START-DATE   PIC 9(8).
            05 LCK-START-TIME   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS    pic XX value spaces.
       01 WS-HIST-FILE-STATUS   pic XX value spaces.
       01 WS-LCK-FILE-STATUS    pic XX value spaces.

       01 WS-LOCK-HELD-FLAG     pic X value "N".
           88 WS-LOCK-HELD             value "Y".

       01 WS-LOCK-BUSY-FLAG     pic X value "N".
           88 WS-LOCK-BUSY             value "Y".

       01 WS-LOCK-HOLDER.
           05 WS-LKH-PROGRAM    pic X(10).
           05 WS-LKH-OPERATOR   pic X(8).
           05 WS-LKH-START-DATE pic 9(8).
           05 WS-LKH-START-TIME pic 9(6).

       01 WS-EOF-FLAG    pic X value "N".
           88 WS-EOF               value "Y".

       01 WS-FAILED-FLAG pic X value "N".
           88 WS-CONVERT-FAILED    value "Y".

       01 WS-READ-COUNT      pic 9(9) value zero.
       01 WS-WRITTEN-COUNT   pic 9(9) value zero.
       01 WS-PRESENT-COUNT   pic 9(9) value zero.

       01 WS-RUN-DATE-8      pic 9(8) value zero.
       01 WS-RUN-TIME-8      pic 9(8) value zero.

       PROCEDURE DIVISION.

       0100-CONVERT-HISTORY.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           PERFORM 0178-TAKE-RUN-LOCK.

           OPEN INPUT OLD-HIST.
           IF WS-OLD-FILE-STATUS NOT = "00"
               PERFORM 0197-ABORT-OLD-OPEN
           END-IF.

           OPEN INPUT CALC-HIST.
           IF WS-HIST-FILE-STATUS NOT = "35"
               IF WS-HIST-FILE-STATUS = "00"
                   CLOSE CALC-HIST
               END-IF
               PERFORM 0196-ABORT-NEW-ON-HAND
           END-IF.
           OPEN OUTPUT CALC-HIST.
           IF WS-HIST-FILE-STATUS NOT = "00"
               PERFORM 0198-ABORT-NEW-OPEN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ OLD-HIST NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0110-CONVERT-ONE-RECORD
               END-READ
               IF WS-OLD-FILE-STATUS NOT = "00"
                  AND WS-OLD-FILE-STATUS NOT = "10"
                   SET WS-CONVERT-FAILED TO TRUE
                   SET WS-EOF TO TRUE
                   DISPLAY "CALCHCNV: calchist.old READ FAILED (STATUS "
                       WS-OLD-FILE-STATUS ") - CONVERSION STOPPED."
               END-IF
           END-PERFORM.

           CLOSE OLD-HIST.
           CLOSE CALC-HIST.

           DISPLAY "CALCHCNV: RECORDS READ FROM calchist.old:  "
               WS-READ-COUNT.
           DISPLAY "CALCHCNV: RECORDS WRITTEN TO calchist.dat: "
               WS-WRITTEN-COUNT.
           IF WS-PRESENT-COUNT > ZERO
               DISPLAY "CALCHCNV: DUPLICATE KEYS NOT WRITTEN:      "
                   WS-PRESENT-COUNT
           END-IF.

           IF WS-CONVERT-FAILED
               DISPLAY "CALCHCNV: CONVERSION INCOMPLETE - DELETE THE"
                   " NEW calchist.dat, CORRECT THE PROBLEM, AND RERUN."
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
                   DISPLAY "CALCHCNV: COUNTS DO NOT AGREE - REVIEW"
                       " BEFORE RELEASING THE NEW calchist.dat."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "CALCHCNV: CONVERSION COMPLETE. KEEP"
                       " calchist.old UNTIL THE NEXT NIGHTLY RUN"
                       " HAS BALANCED."
               END-IF
           END-IF.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0110-CONVERT-ONE-RECORD.
           MOVE OLD-RECORD TO HIST-RECORD.
           MOVE HIST-CLIENT TO HIST-CKEY-CLIENT.
           MOVE HIST-RUN-DATE TO HIST-CKEY-DATE.
           WRITE HIST-RECORD
               INVALID KEY ADD 1 TO WS-PRESENT-COUNT
               NOT INVALID KEY ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
           IF WS-HIST-FILE-STATUS NOT = "00"
              AND WS-HIST-FILE-STATUS NOT = "02"
              AND WS-HIST-FILE-STATUS NOT = "22"
               SET WS-CONVERT-FAILED TO TRUE
               SET WS-EOF TO TRUE
               DISPLAY "CALCHCNV: calchist.dat WRITE FAILED (STATUS "
                   WS-HIST-FILE-STATUS ") AT " HIST-RUN-DATE "/"
                   HIST-SEQ " - CONVERSION STOPPED."
           END-IF.

       0196-ABORT-NEW-ON-HAND.
           DISPLAY "CALCHCNV: STARTUP ABORTED.".
           DISPLAY "calchist.dat IS STILL ON HAND (STATUS "
               WS-HIST-FILE-STATUS ").".
           DISPLAY "RENAME THE EXISTING calchist.dat TO calchist.old".
           DISPLAY "BEFORE CONVERTING. IF calchist.dat WAS ALREADY".
           DISPLAY "CONVERTED, NO FURTHER ACTION IS NEEDED.".
           CLOSE OLD-HIST.
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0197-ABORT-OLD-OPEN.
           DISPLAY "CALCHCNV: STARTUP ABORTED.".
           DISPLAY "calchist.old COULD NOT BE OPENED (STATUS "
               WS-OLD-FILE-STATUS ").".
           DISPLAY "RENAME THE EXISTING calchist.dat TO calchist.old".
           DISPLAY "AND RERUN. THE NEW calchist.dat IS BUILT FROM IT".
           DISPLAY "WITH THE CLIENT AND RUN-ID KEYS.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0198-ABORT-NEW-OPEN.
           DISPLAY "CALCHCNV: STARTUP ABORTED.".
           DISPLAY "COULD NOT CREATE calchist.dat (STATUS "
               WS-HIST-FILE-STATUS ") - CHECK DIRECTORY".
           DISPLAY "PERMISSIONS, DISK SPACE, AND THAT THE TARGET".
           DISPLAY "PATH IS WRITABLE.".
           CLOSE OLD-HIST.
           MOVE 16 TO RETURN-CODE.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0178-TAKE-RUN-LOCK.
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
                   PERFORM 0189-REFUSE-RUN-LOCKED
               END-IF
           END-IF.
           IF WS-LOCK-BUSY
               PERFORM 0189-REFUSE-RUN-LOCKED
           END-IF.

           OPEN OUTPUT CAL-LOCK.
           IF WS-LCK-FILE-STATUS NOT = "00"
               PERFORM 0189-REFUSE-RUN-LOCKED
           END-IF.
           MOVE SPACES TO LCK-RECORD.
           MOVE "CALCHCNV" TO LCK-PROGRAM.
           MOVE "SYSTEM" TO LCK-OPERATOR.
           MOVE WS-RUN-DATE-8 TO LCK-START-DATE.
           MOVE WS-RUN-TIME-8(1:6) TO LCK-START-TIME.
           WRITE LCK-RECORD.
           IF WS-LCK-FILE-STATUS NOT = "00"
               CLOSE CAL-LOCK
               PERFORM 0189-REFUSE-RUN-LOCKED
           END-IF.
           CLOSE CAL-LOCK.
           SET WS-LOCK-HELD TO TRUE.

       0179-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT CAL-LOCK
               IF WS-LCK-FILE-STATUS = "00"
                   CLOSE CAL-LOCK
                   MOVE "N" TO WS-LOCK-HELD-FLAG
               ELSE
                   DISPLAY "CALCHCNV: COULD NOT RELEASE calclock.dat"
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
               DISPLAY "CALCHCNV: RUN REFUSED - calclock.dat IS HELD"
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
               DISPLAY "CALCHCNV: STARTUP ABORTED."
               DISPLAY "calclock.dat COULD NOT BE READ OR WRITTEN"
                   " (STATUS " WS-LCK-FILE-STATUS ")."
               DISPLAY "EVERY PROGRAM THAT UPDATES calchist.dat,"
               DISPLAY "calcsumm.dat OR runlog.dat TAKES THE RUN LOCK"
               DISPLAY "ON IT FIRST. CHECK DIRECTORY PERMISSIONS AND"
               DISPLAY "RERUN."
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM CALCHCNV.
