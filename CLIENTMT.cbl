               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-FILE-STATUS.
           SELECT OPER-MAST ASSIGN TO "opermast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT CAL-AUDIT ASSIGN TO "audtrail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.

            05 CLI-NAME        PIC X(30).
            05 CLI-STATUS      PIC X.
            05 CLI-ADD-DATE    PIC 9(8).
            05 CLI-MAX-RESULT  PIC 9(9).
            05 CLI-MAX-PAIRS   PIC 9(5).

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
       01 WS-CLI-FILE-STATUS pic XX value spaces.
       01 WS-OPR-FILE-STATUS pic XX value spaces.
       01 WS-AUD-FILE-STATUS pic XX value spaces.

       01 WS-EOF-FLAG    pic X value "N".
           88 WS-EOF               value "Y".

       01 WS-AUD-OPEN-FLAG pic X value "N".
           88 WS-AUD-OPEN          value "Y".

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-ACTION-TEXT     pic X(10) value spaces.
       01 WS-CLIENT-ID-TEXT  pic X(6) value spaces.
       01 WS-CLIENT-NAME     pic X(30) value spaces.
       01 WS-MAX-RESULT-TEXT pic X(10) value spaces.
       01 WS-MAX-PAIRS-TEXT  pic X(6) value spaces.
       01 WS-MAX-RESULT      pic 9(9) value zero.
       01 WS-MAX-PAIRS       pic 9(5) value zero.

       01 WS-OPERATOR-ID     pic X(8) value spaces.
       01 WS-OPER-LEVEL      pic 9 value zero.
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

       0100-MAINTAIN-CLIENTS.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   PERFORM 0120-DEACTIVATE-CLIENT
               WHEN "REACT"
                   PERFORM 0130-REACTIVATE-CLIENT
               WHEN "LIMIT"
                   PERFORM 0150-SET-CLIENT-LIMITS
               WHEN "LIST"
                   PERFORM 0140-LIST-CLIENTS
               WHEN OTHER
                   PERFORM 0199-SHOW-USAGE
           END-EVALUATE.

           IF WS-AUD-OPEN
               CLOSE CAL-AUDIT
           END-IF.
           STOP RUN.

       0101-VERIFY-OPERATOR.
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
                   MOVE OPR-LEVEL TO WS-OPER-LEVEL
           END-READ.
           CLOSE OPER-MAST.

           MOVE WS-ACTION-TEXT TO WS-AUD-ACTION.
           PERFORM 0107-OPEN-AUDIT-TRAIL.

       0105-OPEN-CLIENT-FILE.
           OPEN I-O CLIENT-MAST.
           IF WS-CLI-FILE-STATUS = "35"
               PERFORM 0198-ABORT-OPEN-FAILURE
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
           MOVE "CLIENTMT" TO AUD-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "CLIENTMST" TO AUD-FILE.
           MOVE WS-AUD-ACTION TO AUD-ACTION.
           MOVE WS-CLIENT-ID-TEXT TO AUD-KEY.
           MOVE WS-AUD-BEFORE TO AUD-BEFORE.
           MOVE WS-AUD-AFTER TO AUD-AFTER.
           WRITE AUD-RECORD.

       0110-ADD-CLIENT.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-CLIENT-ID-TEXT
                    WS-CLIENT-NAME WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-CLIENT-ID-TEXT = SPACES
              OR WS-CLIENT-NAME = SPACES
              OR WS-OPERATOR-ID = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0101-VERIFY-OPERATOR.
           PERFORM 0105-OPEN-CLIENT-FILE.
           MOVE WS-CLIENT-ID-TEXT TO CLI-ID.
           MOVE WS-CLIENT-NAME TO CLI-NAME.
           MOVE "A" TO CLI-STATUS.
           MOVE WS-RUN-DATE-8 TO CLI-ADD-DATE.
           MOVE ZERO TO CLI-MAX-RESULT CLI-MAX-PAIRS.
           WRITE CLI-RECORD
               INVALID KEY
                   DISPLAY "CLIENTMT: CLIENT " WS-CLIENT-ID-TEXT
               NOT INVALID KEY
                   DISPLAY "CLIENTMT: CLIENT " WS-CLIENT-ID-TEXT
                       " ADDED AS ACTIVE."
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE CLI-RECORD TO WS-AUD-AFTER
                   PERFORM 0108-WRITE-AUDIT-RECORD
           END-WRITE.
           CLOSE CLIENT-MAST.

       0120-DEACTIVATE-CLIENT.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-CLIENT-ID-TEXT WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-CLIENT-ID-TEXT = SPACES
              OR WS-OPERATOR-ID = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0101-VERIFY-OPERATOR.
           PERFORM 0105-OPEN-CLIENT-FILE.
           MOVE WS-CLIENT-ID-TEXT TO CLI-ID.
           READ CLIENT-MAST
                       " IS NOT ON FILE."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE CLI-RECORD TO WS-AUD-BEFORE
                   MOVE "D" TO CLI-STATUS
                   REWRITE CLI-RECORD
                   DISPLAY "CLIENTMT: CLIENT " WS-CLIENT-ID-TEXT
                       " DEACTIVATED."
                   MOVE CLI-RECORD TO WS-AUD-AFTER
                   PERFORM 0108-WRITE-AUDIT-RECORD
           END-READ.
           CLOSE CLIENT-MAST.

       0130-REACTIVATE-CLIENT.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-CLIENT-ID-TEXT WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-CLIENT-ID-TEXT = SPACES
              OR WS-OPERATOR-ID = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0101-VERIFY-OPERATOR.
           PERFORM 0105-OPEN-CLIENT-FILE.
           MOVE WS-CLIENT-ID-TEXT TO CLI-ID.
           READ CLIENT-MAST
                       " IS NOT ON FILE."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE CLI-RECORD TO WS-AUD-BEFORE
                   MOVE "A" TO CLI-STATUS
                   REWRITE CLI-RECORD
                   DISPLAY "CLIENTMT: CLIENT " WS-CLIENT-ID-TEXT
                       " REACTIVATED."
                   MOVE CLI-RECORD TO WS-AUD-AFTER
                   PERFORM 0108-WRITE-AUDIT-RECORD
           END-READ.
           CLOSE CLIENT-MAST.

                       NOT AT END
                           ADD 1 TO WS-LISTED-COUNT
                           DISPLAY "  " CLI-ID " " CLI-STATUS " "
                               CLI-ADD-DATE " " CLI-NAME " "
                               CLI-MAX-RESULT " " CLI-MAX-PAIRS
                   END-READ
                   IF WS-CLI-FILE-STATUS NOT = "00"
                       SET WS-EOF TO TRUE
               CLOSE CLIENT-MAST
           END-IF.

       0150-SET-CLIENT-LIMITS.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-CLIENT-ID-TEXT
                    WS-MAX-RESULT-TEXT WS-MAX-PAIRS-TEXT
                    WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-CLIENT-ID-TEXT = SPACES
              OR WS-MAX-RESULT-TEXT = SPACES
              OR WS-MAX-PAIRS-TEXT = SPACES
              OR WS-OPERATOR-ID = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0101-VERIFY-OPERATOR.
           IF WS-OPER-LEVEL < 2
               MOVE "LIMIT NEEDS SUPERVISOR" TO WS-DENY-REASON
               PERFORM 0192-DENY-CHANGE
           END-IF.
           IF FUNCTION TRIM(WS-MAX-RESULT-TEXT) IS NOT NUMERIC
              OR FUNCTION TRIM(WS-MAX-PAIRS-TEXT) IS NOT NUMERIC
               DISPLAY "CLIENTMT: LIMITS MUST BE WHOLE NUMBERS -"
                   " CLIENT " WS-CLIENT-ID-TEXT " NOT CHANGED."
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WS-MAX-RESULT = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-MAX-RESULT-TEXT))
               COMPUTE WS-MAX-PAIRS = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-MAX-PAIRS-TEXT))
               PERFORM 0105-OPEN-CLIENT-FILE
               MOVE WS-CLIENT-ID-TEXT TO CLI-ID
               READ CLIENT-MAST
                   INVALID KEY
                       DISPLAY "CLIENTMT: CLIENT " WS-CLIENT-ID-TEXT
                           " IS NOT ON FILE."
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE CLI-RECORD TO WS-AUD-BEFORE
                       MOVE WS-MAX-RESULT TO CLI-MAX-RESULT
                       MOVE WS-MAX-PAIRS TO CLI-MAX-PAIRS
                       REWRITE CLI-RECORD
                       DISPLAY "CLIENTMT: CLIENT " WS-CLIENT-ID-TEXT
                           " LIMITS SET - MAX RESULT " WS-MAX-RESULT
                           ", MAX PAIRS/DAY " WS-MAX-PAIRS "."
                       MOVE CLI-RECORD TO WS-AUD-AFTER
                       PERFORM 0108-WRITE-AUDIT-RECORD
               END-READ
               CLOSE CLIENT-MAST
           END-IF.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "CLIENTMT: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "EVERY CHANGE TO THE CLIENT MASTER MUST BE MADE".
           DISPLAY "BY AN OPERATOR ON THE OPERATOR MASTER. BUILD".
           DISPLAY "THE FILE WITH THE OPERMNT UTILITY".
           DISPLAY "(ADD,oper-id,level,name) AND RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-CHANGE.
           DISPLAY "CLIENTMT: CHANGE DENIED FOR OPERATOR "
               WS-OPERATOR-ID " - " WS-DENY-REASON ".".
           DISPLAY "THE ATTEMPT HAS BEEN LOGGED TO audtrail.dat.".
           CLOSE OPER-MAST.
           MOVE "DENIED" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE WS-COMMAND-LINE TO WS-AUD-AFTER.
           IF NOT WS-AUD-OPEN
               PERFORM 0107-OPEN-AUDIT-TRAIL
           END-IF.
           PERFORM 0108-WRITE-AUDIT-RECORD.
           CLOSE CAL-AUDIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0197-ABORT-AUDIT-FILE.
           DISPLAY "CLIENTMT: RUN ABORTED - NOTHING WAS CHANGED.".
           DISPLAY "audtrail.dat COULD NOT BE OPENED (STATUS "
               WS-AUD-FILE-STATUS ") - EVERY CHANGE TO THE".
           DISPLAY "CLIENT MASTER IS AUDITED, SO NO CHANGE IS MADE".
           DISPLAY "WITHOUT IT. CHECK DIRECTORY PERMISSIONS, DISK".
           DISPLAY "SPACE, AND THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "CLIENTMT: RUN ABORTED.".
           DISPLAY "clientmst.dat COULD NOT BE OPENED (STATUS "
       0199-SHOW-USAGE.
           DISPLAY "CLIENTMT: CLIENT MASTER MAINTENANCE.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED):".
           DISPLAY "  ADD,client-id,name,oper-id".
           DISPLAY "                      - ADD AN ACTIVE CLIENT".
           DISPLAY "  DEACT,client-id,oper-id".
           DISPLAY "                      - DEACTIVATE A CLIENT".
           DISPLAY "  REACT,client-id,oper-id".
           DISPLAY "                      - REACTIVATE A CLIENT".
           DISPLAY "  LIMIT,client-id,max-result,max-pairs,oper-id".
           DISPLAY "                      - SET THE CLIENT'S LIMITS".
           DISPLAY "  LIST                - LIST THE CLIENT MASTER".
           DISPLAY "OPER-ID IS THE ACTIVE OPERATOR MAKING THE".
           DISPLAY "CHANGE; EVERY CHANGE IS WRITTEN TO THE AUDIT".
           DISPLAY "TRAIL (audtrail.dat) WITH BEFORE AND AFTER".
           DISPLAY "IMAGES OF THE CLIENT RECORD.".
           DISPLAY "CLIENT-ID IS UP TO 6 CHARACTERS AND MUST MATCH".
           DISPLAY "THE CLIENT FIELD ON INCOMING TRANSACTION PAIRS.".
           DISPLAY "MAX-RESULT IS THE LARGEST RESULT ONE PAIR MAY".
           DISPLAY "PRODUCE AND MAX-PAIRS THE MOST PAIRS THE CLIENT".
           DISPLAY "MAY POST IN ONE BUSINESS DAY; PAIRS OVER EITHER".
           DISPLAY "ARE HELD FOR APPROVAL (CALCAPPR). ZERO MEANS NO".
           DISPLAY "LIMIT. LIMIT NEEDS A LEVEL 2 (SUPERVISOR)".
           DISPLAY "OPERATOR ID.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CLIENTMT.
