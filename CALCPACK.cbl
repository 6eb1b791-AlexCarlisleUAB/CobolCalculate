           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-FILE-STATUS.
           SELECT CAL-LOCK ASSIGN TO "calclock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FILE-STATUS.

       DATA DIVISION.

            05 PRO-SET-DATE    PIC 9(8).
            05 PRO-SET-TIME    PIC 9(6).

        FD CAL-LOCK.
        01 LCK-RECORD.
            05 LCK-PROGRAM      PIC X(10).
            05 LCK-OPERATOR     PIC X(8).
            05 LCK-START-DATE   PIC 9(8).
            05 LCK-START-TIME   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS pic XX value spaces.
       01 WS-ACK-FILE-STATUS    pic XX value spaces.
       01 WS-PF-FILE-STATUS     pic XX value spaces.
       01 WS-RLOG-FILE-STATUS   pic XX value spaces.
       01 WS-PRO-FILE-STATUS    pic XX value spaces.
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

       01 WS-ACK-EOF-FLAG pic X value "N".
           88 WS-ACK-AT-EOF        value "Y".
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 0101-PARSE-PARMS.
           PERFORM 0178-TAKE-RUN-LOCK.

           OPEN OUTPUT PACK-REPORT.
           IF WS-REPORT-FILE-STATUS NOT = "00"
           IF WS-ALERT-RAISED
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0179-RELEASE-RUN-LOCK.
           STOP RUN.

       0101-PARSE-PARMS.
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
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
           MOVE "CALCPACK" TO LCK-PROGRAM.
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
                   DISPLAY "CALCPACK: COULD NOT RELEASE calclock.dat"
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
               DISPLAY "CALCPACK: RUN REFUSED - calclock.dat IS HELD"
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
               DISPLAY "CALCPACK: STARTUP ABORTED."
               DISPLAY "calclock.dat COULD NOT BE READ OR WRITTEN"
                   " (STATUS " WS-LCK-FILE-STATUS ")."
               DISPLAY "EVERY PROGRAM THAT UPDATES calchist.dat,"
               DISPLAY "calcsumm.dat OR runlog.dat TAKES THE RUN LOCK"
               DISPLAY "ON IT FIRST. CHECK DIRECTORY PERMISSIONS AND"
               DISPLAY "RERUN."
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM CALCPACK.
