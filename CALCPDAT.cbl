           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-FILE-STATUS.
           SELECT OPER-MAST ASSIGN TO "opermast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT CAL-AUDIT ASSIGN TO "audtrail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.

            05 PRO-SET-DATE    PIC 9(8).
            05 PRO-SET-TIME    PIC 9(6).

        FD OPER-MAST.
        01 OPR-RECORD.
            05 OPR-ID          PIC X(8).
            05 OPR-NAME        PIC X(30).
            05 OPR-LEVEL       PIC 9.
            05 OPR-STATUS      PIC X.
            05 OPR-ADD-DATE    PIC 9(8).

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
       01 WS-PRO-FILE-STATUS pic XX value spaces.
       01 WS-OPR-FILE-STATUS pic XX value spaces.
       01 WS-AUD-FILE-STATUS pic XX value spaces.

       01 WS-AUD-OPEN-FLAG pic X value "N".
           88 WS-AUD-OPEN          value "Y".

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-ACTION-TEXT     pic X(10) value spaces.
       01 WS-DATE-TEXT       pic X(10) value spaces.

       01 WS-OPERATOR-ID     pic X(8) value spaces.
       01 WS-DENY-REASON     pic X(40) value spaces.

       01 WS-AUD-ACTION      pic X(8) value spaces.
       01 WS-AUD-BEFORE      pic X(80) value spaces.
       01 WS-AUD-AFTER       pic X(80) value spaces.

       01 WS-RUN-DATE-8.
           05 WS-RUN-YYYY pic 9(4).
           05 WS-RUN-MM   pic 9(2).
                   PERFORM 0199-SHOW-USAGE
           END-EVALUATE.

           IF WS-AUD-OPEN
               CLOSE CAL-AUDIT
           END-IF.
           STOP RUN.

       0105-READ-CURRENT-DATE.
                           SET WS-OLD-ON-FILE TO TRUE
                           MOVE PRO-DATE TO WS-OLD-DATE
                       END-IF
                       MOVE PRO-RECORD TO WS-AUD-BEFORE
               END-READ
               CLOSE PRODATE-FILE
           END-IF.

       0106-VERIFY-OPERATOR.
           IF WS-OPERATOR-ID = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           OPEN INPUT OPER-MAST.
           IF WS-OPR-FILE-STATUS NOT = "00"
               PERFORM 0191-ABORT-OPERATOR-FILE
           END-IF.

           MOVE WS-OPERATOR-ID TO OPR-ID.
           READ OPER-MAST
               INVALID KEY
                   MOVE "OPERATOR NOT ON FILE" TO WS-DENY-REASON
                   PERFORM 0192-DENY-CHANGE
               NOT INVALID KEY
                   IF OPR-STATUS NOT = "A"
                       MOVE "OPERATOR NOT ACTIVE" TO WS-DENY-REASON
                       PERFORM 0192-DENY-CHANGE
                   END-IF
                   IF OPR-LEVEL < 2
                       MOVE "CHANGE NEEDS SUPERVISOR" TO WS-DENY-REASON
                       PERFORM 0192-DENY-CHANGE
                   END-IF
           END-READ.
           CLOSE OPER-MAST.

           MOVE WS-ACTION-TEXT TO WS-AUD-ACTION.
           PERFORM 0107-OPEN-AUDIT-TRAIL.

       0107-OPEN-AUDIT-TRAIL.
           OPEN EXTEND CAL-AUDIT.
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT CAL-AUDIT
           END-IF.
           IF WS-AUD-FILE-STATUS NOT = "00"
               PERFORM 0197-ABORT-AUDIT-FILE
           END-IF.
           SET WS-AUD-OPEN TO TRUE.

       0108-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUD-RECORD.
           MOVE WS-RUN-DATE-8 TO AUD-DATE.
           MOVE WS-RUN-TIME-8(1:6) TO AUD-TIME.
           MOVE "CALCPDAT" TO AUD-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "PRODATE" TO AUD-FILE.
           MOVE WS-AUD-ACTION TO AUD-ACTION.
           MOVE WS-NEW-DATE TO AUD-KEY.
           MOVE WS-AUD-BEFORE TO AUD-BEFORE.
           MOVE WS-AUD-AFTER TO AUD-AFTER.
           WRITE AUD-RECORD.

       0110-SET-DATE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-DATE-TEXT WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-DATE-TEXT = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0106-VERIFY-OPERATOR.
           COMPUTE WS-NEW-DATE = FUNCTION NUMVAL(
               FUNCTION TRIM(WS-DATE-TEXT)).
           MOVE WS-NEW-DATE TO WS-VAL-DATE.
           END-IF.

       0120-ROLL-DATE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-OPERATOR-ID
           END-UNSTRING.
           PERFORM 0106-VERIFY-OPERATOR.
           IF NOT WS-OLD-ON-FILE
               DISPLAY "CALCPDAT: NO prodate.dat ON HAND - SET THE"
                   " BUSINESS DATE FIRST (SET,YYYYMMDD)."
           MOVE WS-RUN-TIME-8(1:6) TO PRO-SET-TIME.
           WRITE PRO-RECORD.
           CLOSE PRODATE-FILE.
           MOVE PRO-RECORD TO WS-AUD-AFTER.
           PERFORM 0108-WRITE-AUDIT-RECORD.

       0150-VALIDATE-DATE.
           MOVE "N" TO WS-VAL-OK-FLAG.
               END-IF
           END-IF.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "CALCPDAT: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "EVERY BUSINESS DATE CHANGE MUST BE MADE BY AN".
           DISPLAY "OPERATOR ON THE OPERATOR MASTER. BUILD THE".
           DISPLAY "FILE WITH THE OPERMNT UTILITY".
           DISPLAY "(ADD,oper-id,level,name) AND RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-CHANGE.
           DISPLAY "CALCPDAT: CHANGE DENIED FOR OPERATOR "
               WS-OPERATOR-ID " - " WS-DENY-REASON ".".
           DISPLAY "THE ATTEMPT HAS BEEN LOGGED TO audtrail.dat.".
           CLOSE OPER-MAST.
           MOVE "DENIED" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE WS-COMMAND-LINE TO WS-AUD-AFTER.
           PERFORM 0107-OPEN-AUDIT-TRAIL.
           PERFORM 0108-WRITE-AUDIT-RECORD.
           CLOSE CAL-AUDIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0197-ABORT-AUDIT-FILE.
           DISPLAY "CALCPDAT: RUN ABORTED - NOTHING WAS CHANGED.".
           DISPLAY "audtrail.dat COULD NOT BE OPENED (STATUS "
               WS-AUD-FILE-STATUS ") - EVERY BUSINESS DATE".
           DISPLAY "CHANGE IS AUDITED, SO NO CHANGE IS MADE".
           DISPLAY "WITHOUT IT. CHECK DIRECTORY PERMISSIONS, DISK".
           DISPLAY "SPACE, AND THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "CALCPDAT: RUN ABORTED.".
           DISPLAY "prodate.dat COULD NOT BE OPENED FOR OUTPUT -".
           DISPLAY "RUN THAT SLIPS PAST MIDNIGHT STAYS ON THE SAME".
           DISPLAY "BUSINESS DAY.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED):".
           DISPLAY "  SET,YYYYMMDD,oper-id".
           DISPLAY "               - SET THE BUSINESS DATE (REFUSED".
           DISPLAY "                 FOR AN ALREADY-CLOSED DAY)".
           DISPLAY "  ROLL,oper-id - CLOSE THE CURRENT BUSINESS DAY".
           DISPLAY "                 AND OPEN THE NEXT CALENDAR DAY".
           DISPLAY "  STATUS       - SHOW THE CURRENT BUSINESS DATE".
           DISPLAY "OPER-ID IS THE ACTIVE LEVEL 2 OPERATOR MAKING".
           DISPLAY "THE CHANGE; EVERY SET AND ROLL IS WRITTEN TO THE".
           DISPLAY "AUDIT TRAIL (audtrail.dat) WITH BEFORE AND".
           DISPLAY "AFTER IMAGES OF prodate.dat.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CALCPDAT.
