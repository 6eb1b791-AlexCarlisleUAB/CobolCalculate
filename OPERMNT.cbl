               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT CAL-AUDIT ASSIGN TO "audtrail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.

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
       01 WS-OPR-FILE-STATUS pic XX value spaces.
       01 WS-AUD-FILE-STATUS pic XX value spaces.

       01 WS-EOF-FLAG    pic X value "N".
           88 WS-EOF               value "Y".

       01 WS-AUD-OPEN-FLAG pic X value "N".
           88 WS-AUD-OPEN          value "Y".

       01 WS-FIRST-OPER-FLAG pic X value "N".
           88 WS-FIRST-OPERATOR    value "Y".

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-ACTION-TEXT     pic X(10) value spaces.
       01 WS-OPER-ID-TEXT    pic X(8) value spaces.
       01 WS-OPER-NAME       pic X(30) value spaces.
       01 WS-LEVEL           pic 9 value zero.

       01 WS-OPERATOR-ID     pic X(8) value spaces.
       01 WS-DENY-REASON     pic X(40) value spaces.

       01 WS-AUD-ACTION      pic X(8) value spaces.
       01 WS-AUD-BEFORE      pic X(80) value spaces.
       01 WS-AUD-AFTER       pic X(80) value spaces.

       01 WS-RUN-DATE-8.
           05 WS-RUN-YYYY pic 9(4).
           05 WS-RUN-MM   pic 9(2).
           05 WS-RUN-DD   pic 9(2).

       01 WS-RUN-TIME-8.
           05 WS-RUN-HH   pic 9(2).
           05 WS-RUN-MIN  pic 9(2).
           05 WS-RUN-SS   pic 9(2).
           05 WS-RUN-CC   pic 9(2).

       01 WS-LISTED-COUNT    pic 9(5) value zero.

       PROCEDURE DIVISION.

       0100-MAINTAIN-OPERATORS.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   PERFORM 0199-SHOW-USAGE
           END-EVALUATE.

           IF WS-AUD-OPEN
               CLOSE CAL-AUDIT
           END-IF.
           STOP RUN.

       0101-VERIFY-OPERATOR.
           OPEN INPUT OPER-MAST.
           IF WS-OPR-FILE-STATUS = "35"
               IF WS-ACTION-TEXT = "ADD"
                   SET WS-FIRST-OPERATOR TO TRUE
               ELSE
                   PERFORM 0191-ABORT-OPERATOR-FILE
               END-IF
           ELSE
               IF WS-OPR-FILE-STATUS NOT = "00"
                   PERFORM 0191-ABORT-OPERATOR-FILE
               END-IF
               PERFORM 0102-CHECK-OPERATOR
               CLOSE OPER-MAST
           END-IF.

           IF WS-FIRST-OPERATOR AND WS-OPERATOR-ID = SPACES
               MOVE WS-OPER-ID-TEXT TO WS-OPERATOR-ID
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.

           MOVE WS-ACTION-TEXT TO WS-AUD-ACTION.
           PERFORM 0107-OPEN-AUDIT-TRAIL.

       0102-CHECK-OPERATOR.
           MOVE LOW-VALUES TO OPR-ID.
           START OPER-MAST KEY IS GREATER THAN OR EQUAL TO OPR-ID
               INVALID KEY
                   IF WS-ACTION-TEXT = "ADD"
                       SET WS-FIRST-OPERATOR TO TRUE
                   END-IF
           END-START.

           IF NOT WS-FIRST-OPERATOR
               IF WS-OPERATOR-ID = SPACES
                   CLOSE OPER-MAST
                   PERFORM 0199-SHOW-USAGE
               END-IF
               MOVE WS-OPERATOR-ID TO OPR-ID
               READ OPER-MAST
                   INVALID KEY
                       MOVE "OPERATOR NOT ON FILE" TO WS-DENY-REASON
                       PERFORM 0192-DENY-CHANGE
                   NOT INVALID KEY
                       IF OPR-STATUS NOT = "A"
                           MOVE "OPERATOR NOT ACTIVE"
                               TO WS-DENY-REASON
                           PERFORM 0192-DENY-CHANGE
                       END-IF
                       IF OPR-LEVEL < 2
                           MOVE "CHANGE NEEDS SUPERVISOR"
                               TO WS-DENY-REASON
                           PERFORM 0192-DENY-CHANGE
                       END-IF
               END-READ
           END-IF.

       0105-OPEN-OPERATOR-FILE.
           OPEN I-O OPER-MAST.
           IF WS-OPR-FILE-STATUS = "35"
               PERFORM 0199-SHOW-USAGE
           END-IF.

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
           MOVE "OPERMNT" TO AUD-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "OPERMAST" TO AUD-FILE.
           MOVE WS-AUD-ACTION TO AUD-ACTION.
           MOVE WS-OPER-ID-TEXT TO AUD-KEY.
           MOVE WS-AUD-BEFORE TO AUD-BEFORE.
           MOVE WS-AUD-AFTER TO AUD-AFTER.
           WRITE AUD-RECORD.

       0110-ADD-OPERATOR.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-OPER-ID-TEXT
                    WS-LEVEL-TEXT WS-OPER-NAME WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-OPER-ID-TEXT = SPACES
              OR WS-OPER-NAME = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0106-EDIT-LEVEL.
           PERFORM 0101-VERIFY-OPERATOR.
           PERFORM 0105-OPEN-OPERATOR-FILE.
           MOVE WS-OPER-ID-TEXT TO OPR-ID.
           MOVE WS-OPER-NAME TO OPR-NAME.
               NOT INVALID KEY
                   DISPLAY "OPERMNT: OPERATOR " WS-OPER-ID-TEXT
                       " ADDED AT LEVEL " WS-LEVEL "."
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE OPR-RECORD TO WS-AUD-AFTER
                   PERFORM 0108-WRITE-AUDIT-RECORD
           END-WRITE.
           CLOSE OPER-MAST.

       0120-DEACTIVATE-OPERATOR.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-OPER-ID-TEXT WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-OPER-ID-TEXT = SPACES
              OR WS-OPERATOR-ID = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0101-VERIFY-OPERATOR.
           PERFORM 0105-OPEN-OPERATOR-FILE.
           MOVE WS-OPER-ID-TEXT TO OPR-ID.
           READ OPER-MAST
                       " IS NOT ON FILE."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE OPR-RECORD TO WS-AUD-BEFORE
                   MOVE "D" TO OPR-STATUS
                   REWRITE OPR-RECORD
                   DISPLAY "OPERMNT: OPERATOR " WS-OPER-ID-TEXT
                       " DEACTIVATED."
                   MOVE OPR-RECORD TO WS-AUD-AFTER
                   PERFORM 0108-WRITE-AUDIT-RECORD
           END-READ.
           CLOSE OPER-MAST.

       0130-REACTIVATE-OPERATOR.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-OPER-ID-TEXT WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-OPER-ID-TEXT = SPACES
              OR WS-OPERATOR-ID = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0101-VERIFY-OPERATOR.
           PERFORM 0105-OPEN-OPERATOR-FILE.
           MOVE WS-OPER-ID-TEXT TO OPR-ID.
           READ OPER-MAST
                       " IS NOT ON FILE."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE OPR-RECORD TO WS-AUD-BEFORE
                   MOVE "A" TO OPR-STATUS
                   REWRITE OPR-RECORD
                   DISPLAY "OPERMNT: OPERATOR " WS-OPER-ID-TEXT
                       " REACTIVATED."
                   MOVE OPR-RECORD TO WS-AUD-AFTER
                   PERFORM 0108-WRITE-AUDIT-RECORD
           END-READ.
           CLOSE OPER-MAST.

       0135-CHANGE-LEVEL.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-OPER-ID-TEXT
                    WS-LEVEL-TEXT WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-OPER-ID-TEXT = SPACES
              OR WS-OPERATOR-ID = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0106-EDIT-LEVEL.
           PERFORM 0101-VERIFY-OPERATOR.
           PERFORM 0105-OPEN-OPERATOR-FILE.
           MOVE WS-OPER-ID-TEXT TO OPR-ID.
           READ OPER-MAST
                       " IS NOT ON FILE."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE OPR-RECORD TO WS-AUD-BEFORE
                   MOVE WS-LEVEL TO OPR-LEVEL
                   REWRITE OPR-RECORD
                   DISPLAY "OPERMNT: OPERATOR " WS-OPER-ID-TEXT
                       " SET TO LEVEL " WS-LEVEL "."
                   MOVE OPR-RECORD TO WS-AUD-AFTER
                   PERFORM 0108-WRITE-AUDIT-RECORD
           END-READ.
           CLOSE OPER-MAST.

               CLOSE OPER-MAST
           END-IF.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "OPERMNT: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "ONLY AN ADD CAN BE MADE WHILE THE OPERATOR".
           DISPLAY "MASTER IS EMPTY - ADD THE FIRST OPERATOR".
           DISPLAY "(ADD,oper-id,level,name) AND RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-CHANGE.
           DISPLAY "OPERMNT: CHANGE DENIED FOR OPERATOR "
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
           DISPLAY "OPERMNT: RUN ABORTED - NOTHING WAS CHANGED.".
           DISPLAY "audtrail.dat COULD NOT BE OPENED (STATUS "
               WS-AUD-FILE-STATUS ") - EVERY CHANGE TO THE".
           DISPLAY "OPERATOR MASTER IS AUDITED, SO NO CHANGE IS".
           DISPLAY "MADE WITHOUT IT. CHECK DIRECTORY PERMISSIONS,".
           DISPLAY "DISK SPACE, AND THAT THE TARGET PATH IS".
           DISPLAY "WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "OPERMNT: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
       0199-SHOW-USAGE.
           DISPLAY "OPERMNT: OPERATOR MASTER MAINTENANCE.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED):".
           DISPLAY "  ADD,oper-id,level,name,by-oper".
           DISPLAY "                         - ADD AN OPERATOR".
           DISPLAY "  LEVEL,oper-id,level,by-oper".
           DISPLAY "                         - CHANGE AUTHORITY".
           DISPLAY "  DEACT,oper-id,by-oper  - DEACTIVATE".
           DISPLAY "  REACT,oper-id,by-oper  - REACTIVATE".
           DISPLAY "  LIST                   - LIST THE MASTER".
           DISPLAY "BY-OPER IS THE ACTIVE LEVEL 2 OPERATOR MAKING".
           DISPLAY "THE CHANGE; EVERY CHANGE IS WRITTEN TO THE AUDIT".
           DISPLAY "TRAIL (audtrail.dat) WITH BEFORE AND AFTER".
           DISPLAY "IMAGES. WHILE THE MASTER IS EMPTY THE FIRST".
           DISPLAY "ADD NEEDS NO BY-OPER AND IS AUDITED UNDER THE".
           DISPLAY "NEW OPERATOR'S OWN ID.".
           DISPLAY "LEVEL 1 RUNS THE NIGHTLY STREAM; LEVEL 2".
           DISPLAY "(SUPERVISOR) MAY ALSO USE FORCEDUP, RESTART,".
           DISPLAY "RAISE THE VARIANCE TOLERANCE ABOVE THE SITE".
