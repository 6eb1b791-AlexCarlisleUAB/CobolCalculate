       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAPPR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-APPR ASSIGN TO "pendappr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT OPER-MAST ASSIGN TO "opermast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT CAL-RUNLOG ASSIGN TO "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.
           SELECT CAL-LOCK ASSIGN TO "calclock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD PEND-APPR.
        01 PND-RECORD.
            05 PND-KEY.
                10 PND-HOLD-DATE   PIC 9(8).
                10 PND-HOLD-SEQ    PIC 9(5).
            05 PND-STATUS      PIC X.
            05 PND-LIMIT-TYPE  PIC X.
            05 PND-CLIENT      PIC X(6).
            05 PND-SOURCE      PIC X(2).
            05 PND-RESULT      PIC 9(9)V99.
            05 PND-LIMIT       PIC 9(9).
            05 PND-HOLD-RUN-ID PIC X(15).
            05 PND-HOLD-OPER   PIC X(8).
            05 PND-ACT-OPER    PIC X(8).
            05 PND-ACT-DATE    PIC 9(8).
            05 PND-ACT-TIME    PIC 9(6).
            05 PND-POST-RUN-ID PIC X(15).
            05 PND-IMAGE       PIC X(80).

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

        FD CAL-LOCK.
        01 LCK-RECORD.
            05 LCK-PROGRAM      PIC X(10).
            05 LCK-OPERATOR     PIC X(8).
            05 LCK-START-DATE   PIC 9(8).
            05 LCK-START-TIME   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-PND-FILE-STATUS    pic XX value spaces.
       01 WS-OPR-FILE-STATUS    pic XX value spaces.
       01 WS-RLOG-FILE-STATUS   pic XX value spaces.
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

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-ACTION-TEXT     pic X(10) value spaces.
       01 WS-OPERATOR-ID-TEXT pic X(8) value spaces.
       01 WS-HOLD-ID-TEXT    pic X(15) value spaces.

       01 WS-HOLD-ID         pic 9(13) value zero.
       01 WS-HOLD-ID-PARTS REDEFINES WS-HOLD-ID.
           05 WS-HOLD-ID-DATE pic 9(8).
           05 WS-HOLD-ID-SEQ  pic 9(5).

       01 WS-OPERATOR-ID     pic X(8) value spaces.
       01 WS-OPER-LEVEL      pic 9 value zero.
       01 WS-DENY-REASON     pic X(40) value spaces.
       01 WS-NEW-STATUS      pic X value space.
       01 WS-ACTION-WORD     pic X(8) value spaces.

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

       01 WS-IMAGE-WORK.
           05 WS-IMG-NUMONE  pic X(4).
           05 WS-IMG-NUMTWO  pic X(4).
           05 WS-IMG-OPCODE  pic X.
           05 FILLER         pic X(71).

       01 WS-LIST-RESULT     pic ZZZZZZZZ9.99.
       01 WS-LISTED-COUNT    pic 9(5) value zero.

       PROCEDURE DIVISION.

       0100-MAINTAIN-APPROVALS.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-ACTION-TEXT WS-OPERATOR-ID-TEXT
                        WS-HOLD-ID-TEXT
               END-UNSTRING
           END-IF.

           IF WS-OPERATOR-ID-TEXT = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           MOVE WS-OPERATOR-ID-TEXT TO WS-OPERATOR-ID.

           EVALUATE WS-ACTION-TEXT
               WHEN "LIST"
                   PERFORM 0106-VERIFY-OPERATOR
                   PERFORM 0140-LIST-PENDING
               WHEN "RELEASE"
                   MOVE "R" TO WS-NEW-STATUS
                   MOVE "RELEASED" TO WS-ACTION-WORD
                   PERFORM 0110-EDIT-HOLD-ID
                   PERFORM 0106-VERIFY-OPERATOR
                   PERFORM 0107-CHECK-APPROVER-LEVEL
                   PERFORM 0120-ACT-ON-PAIR
               WHEN "DECLINE"
                   MOVE "D" TO WS-NEW-STATUS
                   MOVE "DECLINED" TO WS-ACTION-WORD
                   PERFORM 0110-EDIT-HOLD-ID
                   PERFORM 0106-VERIFY-OPERATOR
                   PERFORM 0107-CHECK-APPROVER-LEVEL
                   PERFORM 0120-ACT-ON-PAIR
               WHEN OTHER
                   PERFORM 0199-SHOW-USAGE
           END-EVALUATE.

           STOP RUN.

       0105-OPEN-PENDING-FILE.
           OPEN I-O PEND-APPR.
           IF WS-PND-FILE-STATUS = "35"
               OPEN OUTPUT PEND-APPR
               CLOSE PEND-APPR
               OPEN I-O PEND-APPR
           END-IF.
           IF WS-PND-FILE-STATUS NOT = "00"
               PERFORM 0198-ABORT-OPEN-FAILURE
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

       0107-CHECK-APPROVER-LEVEL.
           IF WS-OPER-LEVEL < 2
               MOVE "APPROVAL NEEDS SUPERVISOR" TO WS-DENY-REASON
               PERFORM 0192-DENY-RUN
           END-IF.

       0110-EDIT-HOLD-ID.
           IF WS-HOLD-ID-TEXT = SPACES
               PERFORM 0199-SHOW-USAGE
           END-IF.
           IF FUNCTION TRIM(WS-HOLD-ID-TEXT) IS NOT NUMERIC
               DISPLAY "CALCAPPR: HOLD ID MUST BE 13 DIGITS"
                   " (YYYYMMDDnnnnn) AS SHOWN BY LIST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-HOLD-ID = FUNCTION NUMVAL(
               FUNCTION TRIM(WS-HOLD-ID-TEXT)).

       0120-ACT-ON-PAIR.
           PERFORM 0105-OPEN-PENDING-FILE.
           MOVE WS-HOLD-ID-DATE TO PND-HOLD-DATE.
           MOVE WS-HOLD-ID-SEQ TO PND-HOLD-SEQ.
           READ PEND-APPR
               INVALID KEY
                   DISPLAY "CALCAPPR: HELD PAIR " WS-HOLD-ID
                       " IS NOT ON FILE."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0125-APPLY-DECISION
           END-READ.
           CLOSE PEND-APPR.

       0125-APPLY-DECISION.
           IF PND-STATUS NOT = "H"
               DISPLAY "CALCAPPR: HELD PAIR " WS-HOLD-ID
                   " IS NOT AWAITING APPROVAL (STATUS "
                   PND-STATUS ") - NOT CHANGED."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PND-HOLD-OPER = WS-OPERATOR-ID
                   CLOSE PEND-APPR
                   MOVE "APPROVER RAN THE HOLDING BATCH"
                       TO WS-DENY-REASON
                   PERFORM 0192-DENY-RUN
               END-IF
               MOVE WS-NEW-STATUS TO PND-STATUS
               MOVE WS-OPERATOR-ID TO PND-ACT-OPER
               MOVE WS-RUN-DATE-8 TO PND-ACT-DATE
               MOVE WS-RUN-TIME-8(1:6) TO PND-ACT-TIME
               REWRITE PND-RECORD
               IF WS-PND-FILE-STATUS NOT = "00"
                   DISPLAY "CALCAPPR: HELD PAIR " WS-HOLD-ID
                       " COULD NOT BE UPDATED (STATUS "
                       WS-PND-FILE-STATUS ")."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "CALCAPPR: HELD PAIR " WS-HOLD-ID
                       " FOR CLIENT " PND-CLIENT " "
                       WS-ACTION-WORD " BY " WS-OPERATOR-ID "."
                   IF PND-STATUS = "R"
                       DISPLAY "THE PAIR WILL POST ON THE NEXT"
                           " COMPLETE CALCULATE RUN."
                   ELSE
                       DISPLAY "THE PAIR WILL BE WRITTEN TO"
                           " rejects.dat (REASON 08) ON THE NEXT"
                           " COMPLETE CALCULATE RUN."
                   END-IF
               END-IF
           END-IF.

       0140-LIST-PENDING.
           OPEN INPUT PEND-APPR.
           IF WS-PND-FILE-STATUS = "35"
               DISPLAY "CALCAPPR: NO PAIRS HAVE BEEN HELD FOR"
                   " APPROVAL."
           ELSE
               IF WS-PND-FILE-STATUS NOT = "00"
                   PERFORM 0198-ABORT-OPEN-FAILURE
               END-IF
               DISPLAY "CALCAPPR: PAIRS AWAITING APPROVAL OR POSTING"
               DISPLAY "  HOLD-ID       S CLIENT SR T"
                   "       RESULT     LIMIT HELD-BY  NUM1 NUM2 OP"
               PERFORM UNTIL WS-EOF
                   READ PEND-APPR NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF PND-STATUS = "H" OR PND-STATUS = "R"
                              OR PND-STATUS = "D"
                               PERFORM 0145-LIST-ONE-PAIR
                           END-IF
                   END-READ
                   IF WS-PND-FILE-STATUS NOT = "00"
                       SET WS-EOF TO TRUE
                   END-IF
               END-PERFORM
               DISPLAY "CALCAPPR: " WS-LISTED-COUNT " PAIR(S) LISTED."
               CLOSE PEND-APPR
           END-IF.

       0145-LIST-ONE-PAIR.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE PND-IMAGE TO WS-IMAGE-WORK.
           MOVE PND-RESULT TO WS-LIST-RESULT.
           DISPLAY "  " PND-HOLD-DATE PND-HOLD-SEQ " " PND-STATUS " "
               PND-CLIENT " " PND-SOURCE " " PND-LIMIT-TYPE " "
               WS-LIST-RESULT " " PND-LIMIT " " PND-HOLD-OPER " "
               WS-IMG-NUMONE " " WS-IMG-NUMTWO " " WS-IMG-OPCODE.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "CALCAPPR: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "APPROVALS MUST BE SIGNED ON BY AN OPERATOR ON".
           DISPLAY "THE OPERATOR MASTER. BUILD THE FILE WITH THE".
           DISPLAY "OPERMNT UTILITY (ADD,oper-id,level,name) AND".
           DISPLAY "RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-RUN.
           DISPLAY "CALCAPPR: " WS-ACTION-TEXT " DENIED FOR OPERATOR "
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
                   DISPLAY "CALCAPPR: calclock.dat IS HELD BY "
                       WS-LKH-PROGRAM " - DENIED ATTEMPT NOT LOGGED."
               ELSE
                   DISPLAY "CALCAPPR: calclock.dat COULD NOT BE READ"
                       " (STATUS " WS-LCK-FILE-STATUS ") -"
                       " DENIED ATTEMPT NOT LOGGED."
               END-IF
           ELSE
               OPEN EXTEND CAL-RUNLOG
               IF WS-RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT CAL-RUNLOG
               END-IF
               IF WS-RLOG-FILE-STATUS NOT = "00"
                   DISPLAY "CALCAPPR: COULD NOT OPEN runlog.dat -"
                       " DENIED ATTEMPT NOT LOGGED."
               ELSE
                   MOVE SPACES TO RLOG-RECORD
                   MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
                   MOVE WS-RUN-HH TO WS-RUNID-HH
                   MOVE WS-RUN-MIN TO WS-RUNID-MIN
                   MOVE WS-RUN-SS TO WS-RUNID-SS
                   MOVE WS-RUN-ID TO RLOG-RUN-ID
                   MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
                   STRING "CALCAPPR " WS-COMMAND-LINE(1:30)
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
                       DISPLAY "CALCAPPR: runlog.dat WRITE FAILED"
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
                   MOVE "CALCAPPR" TO LCK-PROGRAM
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
                   DISPLAY "CALCAPPR: COULD NOT RELEASE calclock.dat"
                       " (STATUS " WS-LCK-FILE-STATUS ") - A"
                       " SUPERVISOR MUST CLEAR IT WITH CALCLOCK"
                       " (CLEAR,oper-id) BEFORE THE NEXT RUN."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "CALCAPPR: RUN ABORTED.".
           DISPLAY "pendappr.dat COULD NOT BE OPENED (STATUS "
               WS-PND-FILE-STATUS ").".
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0199-SHOW-USAGE.
           DISPLAY "CALCAPPR: MAKER-CHECKER APPROVAL OF HELD PAIRS.".
           DISPLAY "CALCULATE HOLDS ANY PAIR THAT EXCEEDS ITS".
           DISPLAY "CLIENT'S MAXIMUM RESULT OR DAILY PAIR COUNT".
           DISPLAY "(SEE CLIENTMT LIMIT) IN pendappr.dat INSTEAD OF".
           DISPLAY "POSTING IT.".
           DISPLAY "RUN PARAMETERS (COMMA-DELIMITED):".
           DISPLAY "  LIST,oper-id            - LIST HELD PAIRS".
           DISPLAY "  RELEASE,oper-id,hold-id - RELEASE A HELD PAIR".
           DISPLAY "  DECLINE,oper-id,hold-id - DECLINE A HELD PAIR".
           DISPLAY "HOLD-ID IS THE 13-DIGIT ID SHOWN BY LIST.".
           DISPLAY "RELEASE AND DECLINE NEED A LEVEL 2 OPERATOR WHO".
           DISPLAY "DID NOT RUN THE BATCH THAT HELD THE PAIR.".
           DISPLAY "RELEASED PAIRS POST ON THE NEXT COMPLETE".
           DISPLAY "CALCULATE RUN UNDER THEIR ORIGINAL CLIENT AND".
           DISPLAY "SOURCE; DECLINED PAIRS GO TO rejects.dat WITH".
           DISPLAY "REASON 08.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CALCAPPR.
