       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMNT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHED ASSIGN TO "feesched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CLIENT
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT CLIENT-MAST ASSIGN TO "clientmst.dat"
               ORGANIZATION IS INDEXED
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

       FILE SECTION.

        FD FEE-SCHED.
        01 FEE-RECORD.
            05 FEE-CLIENT      PIC X(6).
            05 FEE-CHG-ADD     PIC 9(3)V99.
            05 FEE-CHG-SUB     PIC 9(3)V99.
            05 FEE-CHG-MULT    PIC 9(3)V99.
            05 FEE-CHG-DIV     PIC 9(3)V99.
            05 FEE-MIN-MONTHLY PIC 9(7)V99.
            05 FEE-SET-DATE    PIC 9(8).

        FD CLIENT-MAST.
        01 CLI-RECORD.
            05 CLI-ID          PIC X(6).
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
       01 WS-FEE-FILE-STATUS pic XX value spaces.
       01 WS-CLI-FILE-STATUS pic XX value spaces.
       01 WS-OPR-FILE-STATUS pic XX value spaces.
       01 WS-AUD-FILE-STATUS pic XX value spaces.

       01 WS-EOF-FLAG    pic X value "N".
           88 WS-EOF               value "Y".

       01 WS-AUD-OPEN-FLAG pic X value "N".
           88 WS-AUD-OPEN          value "Y".

       01 WS-FEE-VALID-FLAG pic X value "Y".
           88 WS-FEE-VALID         value "Y".

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-ACTION-TEXT     pic X(10) value spaces.
       01 WS-CLIENT-ID-TEXT  pic X(6) value spaces.
       01 WS-CHG-ADD-TEXT    pic X(8) value spaces.
       01 WS-CHG-SUB-TEXT    pic X(8) value spaces.
       01 WS-CHG-MULT-TEXT   pic X(8) value spaces.
       01 WS-CHG-DIV-TEXT    pic X(8) value spaces.
       01 WS-MIN-FEE-TEXT    pic X(12) value spaces.

       01 WS-OPERATOR-ID     pic X(8) value spaces.
       01 WS-DENY-REASON     pic X(40) value spaces.

       01 WS-AUD-ACTION      pic X(8) value spaces.
       01 WS-AUD-BEFORE      pic X(80) value spaces.
       01 WS-AUD-AFTER       pic X(80) value spaces.

       01 WS-EDIT-TEXT       pic X(12) value spaces.
       01 WS-EDIT-VALUE      pic S9(9)V9(4) value zero.
       01 WS-EDIT-LIMIT      pic 9(7)V99 value zero.

       01 WS-CHG-ADD         pic 9(3)V99 value zero.
       01 WS-CHG-SUB         pic 9(3)V99 value zero.
       01 WS-CHG-MULT        pic 9(3)V99 value zero.
       01 WS-CHG-DIV         pic 9(3)V99 value zero.
       01 WS-MIN-FEE         pic 9(7)V99 value zero.

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

       01 FEE-LIST-LINE.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FLL-CLIENT  PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FLL-ADD     PIC ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FLL-SUB     PIC ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FLL-MULT    PIC ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FLL-DIV     PIC ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FLL-MIN     PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FLL-SET     PIC 9(8).

       PROCEDURE DIVISION.

       0100-MAINTAIN-FEES.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-ACTION-TEXT WS-CLIENT-ID-TEXT
                        WS-CHG-ADD-TEXT WS-CHG-SUB-TEXT
                        WS-CHG-MULT-TEXT WS-CHG-DIV-TEXT
                        WS-MIN-FEE-TEXT WS-OPERATOR-ID
               END-UNSTRING
           END-IF.

           EVALUATE WS-ACTION-TEXT
               WHEN "SET"
                   PERFORM 0110-SET-FEES
               WHEN "DEL"
                   PERFORM 0120-DELETE-FEES
               WHEN "LIST"
                   PERFORM 0140-LIST-FEES
               WHEN OTHER
                   PERFORM 0199-SHOW-USAGE
           END-EVALUATE.

           IF WS-AUD-OPEN
               CLOSE CAL-AUDIT
           END-IF.
           STOP RUN.

       0101-VERIFY-OPERATOR.
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
           END-READ.
           CLOSE OPER-MAST.

           MOVE WS-ACTION-TEXT TO WS-AUD-ACTION.
           PERFORM 0107-OPEN-AUDIT-TRAIL.

       0105-OPEN-FEE-FILE.
           OPEN I-O FEE-SCHED.
           IF WS-FEE-FILE-STATUS = "35"
               OPEN OUTPUT FEE-SCHED
               CLOSE FEE-SCHED
               OPEN I-O FEE-SCHED
           END-IF.
           IF WS-FEE-FILE-STATUS NOT = "00"
               PERFORM 0198-ABORT-OPEN-FAILURE
           END-IF.

       0106-EDIT-AMOUNT.
           MOVE ZERO TO WS-EDIT-VALUE.
           IF WS-EDIT-TEXT = SPACES
               MOVE "N" TO WS-FEE-VALID-FLAG
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EDIT-TEXT))
                  NOT = 0
                   MOVE "N" TO WS-FEE-VALID-FLAG
               ELSE
                   COMPUTE WS-EDIT-VALUE = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-EDIT-TEXT))
                   IF WS-EDIT-VALUE < ZERO
                      OR WS-EDIT-VALUE > WS-EDIT-LIMIT
                       MOVE "N" TO WS-FEE-VALID-FLAG
                   END-IF
               END-IF
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
           MOVE "FEEMNT" TO AUD-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "FEESCHED" TO AUD-FILE.
           MOVE WS-AUD-ACTION TO AUD-ACTION.
           MOVE WS-CLIENT-ID-TEXT TO AUD-KEY.
           MOVE WS-AUD-BEFORE TO AUD-BEFORE.
           MOVE WS-AUD-AFTER TO AUD-AFTER.
           WRITE AUD-RECORD.

       0110-SET-FEES.
           IF WS-CLIENT-ID-TEXT = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0101-VERIFY-OPERATOR.

           MOVE 999.99 TO WS-EDIT-LIMIT.
           MOVE WS-CHG-ADD-TEXT TO WS-EDIT-TEXT.
           PERFORM 0106-EDIT-AMOUNT.
           MOVE WS-EDIT-VALUE TO WS-CHG-ADD.
           MOVE WS-CHG-SUB-TEXT TO WS-EDIT-TEXT.
           PERFORM 0106-EDIT-AMOUNT.
           MOVE WS-EDIT-VALUE TO WS-CHG-SUB.
           MOVE WS-CHG-MULT-TEXT TO WS-EDIT-TEXT.
           PERFORM 0106-EDIT-AMOUNT.
           MOVE WS-EDIT-VALUE TO WS-CHG-MULT.
           MOVE WS-CHG-DIV-TEXT TO WS-EDIT-TEXT.
           PERFORM 0106-EDIT-AMOUNT.
           MOVE WS-EDIT-VALUE TO WS-CHG-DIV.
           MOVE 9999999.99 TO WS-EDIT-LIMIT.
           MOVE WS-MIN-FEE-TEXT TO WS-EDIT-TEXT.
           PERFORM 0106-EDIT-AMOUNT.
           MOVE WS-EDIT-VALUE TO WS-MIN-FEE.

           IF NOT WS-FEE-VALID
               DISPLAY "FEEMNT: CHARGES MUST BE AMOUNTS FROM 0.00"
                   " TO 999.99 AND THE MINIMUM FROM 0.00 TO"
                   " 9999999.99 -"
               DISPLAY "FEE SCHEDULE FOR CLIENT " WS-CLIENT-ID-TEXT
                   " NOT CHANGED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0111-CHECK-CLIENT
           END-IF.

           IF WS-FEE-VALID
               PERFORM 0105-OPEN-FEE-FILE
               MOVE WS-CLIENT-ID-TEXT TO FEE-CLIENT
               READ FEE-SCHED
                   INVALID KEY
                       MOVE SPACES TO WS-AUD-BEFORE
                       PERFORM 0112-MOVE-FEES
                       WRITE FEE-RECORD
                       DISPLAY "FEEMNT: FEE SCHEDULE ADDED FOR CLIENT "
                           WS-CLIENT-ID-TEXT "."
                   NOT INVALID KEY
                       MOVE FEE-RECORD TO WS-AUD-BEFORE
                       PERFORM 0112-MOVE-FEES
                       REWRITE FEE-RECORD
                       DISPLAY "FEEMNT: FEE SCHEDULE CHANGED FOR"
                           " CLIENT " WS-CLIENT-ID-TEXT "."
               END-READ
               MOVE FEE-RECORD TO WS-AUD-AFTER
               PERFORM 0108-WRITE-AUDIT-RECORD
               CLOSE FEE-SCHED
           END-IF.

       0111-CHECK-CLIENT.
           OPEN INPUT CLIENT-MAST.
           IF WS-CLI-FILE-STATUS NOT = "00"
               DISPLAY "FEEMNT: clientmst.dat COULD NOT BE OPENED"
                   " (STATUS " WS-CLI-FILE-STATUS ") - FEES CAN ONLY"
                   " BE SET FOR A CLIENT ON THE CLIENT MASTER."
               MOVE "N" TO WS-FEE-VALID-FLAG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-CLIENT-ID-TEXT TO CLI-ID
               READ CLIENT-MAST
                   INVALID KEY
                       DISPLAY "FEEMNT: CLIENT " WS-CLIENT-ID-TEXT
                           " IS NOT ON clientmst.dat - FEES NOT SET."
                       MOVE "N" TO WS-FEE-VALID-FLAG
                       MOVE 8 TO RETURN-CODE
               END-READ
               CLOSE CLIENT-MAST
           END-IF.

       0112-MOVE-FEES.
           MOVE WS-CHG-ADD TO FEE-CHG-ADD.
           MOVE WS-CHG-SUB TO FEE-CHG-SUB.
           MOVE WS-CHG-MULT TO FEE-CHG-MULT.
           MOVE WS-CHG-DIV TO FEE-CHG-DIV.
           MOVE WS-MIN-FEE TO FEE-MIN-MONTHLY.
           MOVE WS-RUN-DATE-8 TO FEE-SET-DATE.

       0120-DELETE-FEES.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ","
               INTO WS-ACTION-TEXT WS-CLIENT-ID-TEXT WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-CLIENT-ID-TEXT = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           PERFORM 0101-VERIFY-OPERATOR.
           PERFORM 0105-OPEN-FEE-FILE.
           MOVE WS-CLIENT-ID-TEXT TO FEE-CLIENT.
           READ FEE-SCHED
               INVALID KEY
                   DISPLAY "FEEMNT: CLIENT " WS-CLIENT-ID-TEXT
                       " HAS NO FEE SCHEDULE ON FILE."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE FEE-RECORD TO WS-AUD-BEFORE
                   DELETE FEE-SCHED RECORD
                   DISPLAY "FEEMNT: FEE SCHEDULE FOR CLIENT "
                       WS-CLIENT-ID-TEXT " DELETED."
                   MOVE SPACES TO WS-AUD-AFTER
                   PERFORM 0108-WRITE-AUDIT-RECORD
           END-READ.
           CLOSE FEE-SCHED.

       0140-LIST-FEES.
           OPEN INPUT FEE-SCHED.
           IF WS-FEE-FILE-STATUS = "35"
               DISPLAY "FEEMNT: NO feesched.dat ON HAND -"
                   " NOTHING TO LIST."
           ELSE
               IF WS-FEE-FILE-STATUS NOT = "00"
                   PERFORM 0198-ABORT-OPEN-FAILURE
               END-IF
               DISPLAY "FEEMNT: FEE SCHEDULE LISTING"
               DISPLAY "  CLIENT     ADD     SUB    MULT     DIV"
                   "       MINIMUM  SET ON"
               PERFORM UNTIL WS-EOF
                   READ FEE-SCHED NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LISTED-COUNT
                           MOVE FEE-CLIENT TO FLL-CLIENT
                           MOVE FEE-CHG-ADD TO FLL-ADD
                           MOVE FEE-CHG-SUB TO FLL-SUB
                           MOVE FEE-CHG-MULT TO FLL-MULT
                           MOVE FEE-CHG-DIV TO FLL-DIV
                           MOVE FEE-MIN-MONTHLY TO FLL-MIN
                           MOVE FEE-SET-DATE TO FLL-SET
                           DISPLAY FEE-LIST-LINE
                   END-READ
                   IF WS-FEE-FILE-STATUS NOT = "00"
                       SET WS-EOF TO TRUE
                   END-IF
               END-PERFORM
               DISPLAY "FEEMNT: SCHEDULES LISTED: " WS-LISTED-COUNT
               CLOSE FEE-SCHED
           END-IF.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "FEEMNT: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "EVERY FEE SCHEDULE CHANGE MUST BE MADE BY AN".
           DISPLAY "OPERATOR ON THE OPERATOR MASTER. BUILD THE".
           DISPLAY "FILE WITH THE OPERMNT UTILITY".
           DISPLAY "(ADD,oper-id,level,name) AND RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-CHANGE.
           DISPLAY "FEEMNT: CHANGE DENIED FOR OPERATOR "
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
           DISPLAY "FEEMNT: RUN ABORTED - NOTHING WAS CHANGED.".
           DISPLAY "audtrail.dat COULD NOT BE OPENED (STATUS "
               WS-AUD-FILE-STATUS ") - EVERY FEE SCHEDULE".
           DISPLAY "CHANGE IS AUDITED, SO NO CHANGE IS MADE".
           DISPLAY "WITHOUT IT. CHECK DIRECTORY PERMISSIONS, DISK".
           DISPLAY "SPACE, AND THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "FEEMNT: RUN ABORTED.".
           DISPLAY "feesched.dat COULD NOT BE OPENED (STATUS "
               WS-FEE-FILE-STATUS ") - CHECK DIRECTORY".
           DISPLAY "PERMISSIONS, DISK SPACE, AND THAT THE TARGET".
           DISPLAY "PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0199-SHOW-USAGE.
           DISPLAY "FEEMNT: CLIENT FEE SCHEDULE MAINTENANCE.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED):".
           DISPLAY "  SET,client-id,add,sub,mult,div,minimum,".
           DISPLAY "      oper-id         - ADD OR CHANGE A CLIENT'S".
           DISPLAY "                        FEE SCHEDULE".
           DISPLAY "  DEL,client-id,oper-id".
           DISPLAY "                      - DELETE A FEE SCHEDULE".
           DISPLAY "  LIST                - LIST THE FEE SCHEDULE".
           DISPLAY "ADD, SUB, MULT, AND DIV ARE THE CHARGE FOR EACH".
           DISPLAY "OPERATION OF THAT KIND (0.00 TO 999.99) AND".
           DISPLAY "MINIMUM IS THE LEAST THE CLIENT IS INVOICED FOR".
           DISPLAY "A MONTH (0.00 TO 9999999.99). THE CLIENT MUST BE".
           DISPLAY "ON clientmst.dat. CALCBILL PRICES EACH MONTH'S".
           DISPLAY "HISTORY FROM THIS FILE. OPER-ID IS THE ACTIVE".
           DISPLAY "OPERATOR MAKING THE CHANGE; EVERY CHANGE IS".
           DISPLAY "WRITTEN TO THE AUDIT TRAIL (audtrail.dat).".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM FEEMNT.
