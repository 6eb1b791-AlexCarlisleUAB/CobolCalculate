       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMENU.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-FILE-STATUS.
           SELECT CAL-RUNLOG ASSIGN TO "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.
           SELECT CAL-LOCK ASSIGN TO "calclock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FILE-STATUS.
           SELECT CAL-AUDIT ASSIGN TO "audtrail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

        FD PRODATE-FILE.
        01 PRO-RECORD.
            05 PRO-DATE        PIC 9(8).
            05 PRO-STATUS      PIC X.
            05 PRO-SET-DATE    PIC 9(8).
            05 PRO-SET-TIME    PIC 9(6).

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
       01 WS-CLI-FILE-STATUS    pic XX value spaces.
       01 WS-OPR-FILE-STATUS    pic XX value spaces.
       01 WS-PRO-FILE-STATUS    pic XX value spaces.
       01 WS-RLOG-FILE-STATUS   pic XX value spaces.
       01 WS-LCK-FILE-STATUS    pic XX value spaces.
       01 WS-AUD-FILE-STATUS    pic XX value spaces.

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

       01 WS-CON-EXIT-FLAG      pic X value "N".
           88 WS-CON-EXIT               value "Y".

       01 WS-SCREEN-DONE-FLAG   pic X value "N".
           88 WS-SCREEN-DONE            value "Y".

       01 WS-SIGNED-ON-FLAG     pic X value "N".
           88 WS-SIGNED-ON              value "Y".

       01 WS-SUPERVISOR-FLAG    pic X value "N".
           88 WS-SUPERVISOR             value "Y".

       01 WS-EDIT-OK-FLAG       pic X value "N".
           88 WS-EDIT-OK                value "Y".

       01 WS-LIMIT-CHANGE-FLAG  pic X value "N".
           88 WS-LIMIT-CHANGE           value "Y".

       01 WS-CONFIRMED-FLAG     pic X value "N".
           88 WS-CONFIRMED              value "Y".

       01 WS-ON-FILE-FLAG       pic X value "N".
           88 WS-ON-FILE                value "Y".

       01 WS-BRW-EOF-FLAG       pic X value "N".
           88 WS-BRW-EOF                value "Y".

       01 WS-PRO-DATE-FLAG      pic X value "N".
           88 WS-PRO-DATE-LOADED        value "Y".

       01 WS-OPERATOR-ID     pic X(8) value spaces.
       01 WS-OPERATOR-NAME   pic X(30) value spaces.
       01 WS-OPER-LEVEL      pic 9 value zero.
       01 WS-DENY-REASON     pic X(40) value spaces.
       01 WS-SIGNON-TRIES    pic 9 value zero.

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

       01 WS-PRO-DATE        pic 9(8) value zero.
       01 WS-PRO-STATUS-DESC pic X(12) value spaces.
       01 WS-PRO-SET-DATE    pic 9(8) value zero.
       01 WS-PRO-SET-TIME    pic 9(6) value zero.
       01 WS-PRO-IMAGE       pic X(23) value spaces.
       01 WS-NEW-DATE        pic 9(8) value zero.
       01 WS-DATE-INT        pic 9(8) value zero.

       01 WS-VAL-DATE        pic 9(8) value zero.
       01 WS-VAL-PARTS REDEFINES WS-VAL-DATE.
           05 WS-VAL-YYYY pic 9(4).
           05 WS-VAL-MM   pic 9(2).
           05 WS-VAL-DD   pic 9(2).
       01 WS-VAL-OK-FLAG     pic X value "N".
           88 WS-VAL-OK            value "Y".
       01 WS-VAL-MAX-DD      pic 9(2) value zero.
       01 WS-VAL-REM         pic 9(4) value zero.

       01 WS-AUD-FILE-NAME   pic X(10) value spaces.
       01 WS-AUD-ACTION      pic X(8) value spaces.
       01 WS-AUD-KEY         pic X(8) value spaces.
       01 WS-AUD-BEFORE      pic X(80) value spaces.
       01 WS-AUD-AFTER       pic X(80) value spaces.

       01 WS-CON-MESSAGE     pic X(78) value spaces.
       01 WS-CON-CHOICE      pic X value space.
       01 WS-CON-FUNC        pic X value space.
       01 WS-CON-CONFIRM     pic X value space.
       01 WS-CON-PROMPT      pic X(60) value spaces.

       01 WS-CON-CLI-ID      pic X(6) value spaces.
       01 WS-CON-CLI-NAME    pic X(30) value spaces.
       01 WS-CON-CLI-STATUS  pic X(12) value spaces.
       01 WS-CON-CLI-ADDED   pic 9(8) value zero.
       01 WS-CON-MAXRES-TEXT pic X(9) value spaces.
       01 WS-CON-MAXPR-TEXT  pic X(5) value spaces.
       01 WS-CON-MAX-RESULT  pic 9(9) value zero.
       01 WS-CON-MAX-PAIRS   pic 9(5) value zero.
       01 WS-CON-HELD-CLI    pic X(6) value spaces.

       01 WS-CON-OPR-ID      pic X(8) value spaces.
       01 WS-CON-OPR-NAME    pic X(30) value spaces.
       01 WS-CON-OPR-STATUS  pic X(12) value spaces.
       01 WS-CON-OPR-ADDED   pic 9(8) value zero.
       01 WS-CON-LEVEL-TEXT  pic X value space.
       01 WS-CON-LEVEL       pic 9 value zero.
       01 WS-CON-HELD-OPR    pic X(8) value spaces.

       01 WS-CON-DATE-TEXT   pic X(8) value spaces.

       01 WS-BRW-TITLE       pic X(40) value spaces.
       01 WS-BRW-HEADING     pic X(76) value spaces.
       01 WS-BRW-START       pic X(8) value spaces.
       01 WS-BRW-FILE        pic X value space.
       01 WS-BRW-COUNT       pic 99 value zero.
       01 WS-BRW-LINES.
           05 WS-BRW-LINE PIC X(76) OCCURS 12 TIMES.

       01 WS-BRW-CLI-LINE.
           05 BCL-ID         PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BCL-NAME       PIC X(30).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BCL-STATUS     PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BCL-ADDED      PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BCL-MAX-RESULT PIC ZZZZZZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BCL-MAX-PAIRS  PIC ZZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.

       01 WS-BRW-OPR-LINE.
           05 BOL-ID         PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BOL-NAME       PIC X(30).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BOL-LEVEL      PIC 9.
           05 FILLER         PIC X(5) VALUE SPACES.
           05 BOL-STATUS     PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BOL-ADDED      PIC 9(8).
           05 FILLER         PIC X(12) VALUE SPACES.

       SCREEN SECTION.

       01 SCR-SIGNON BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "CALCMENU".
           05 LINE 1 COLUMN 25
               VALUE "CALCULATE MAINTENANCE CONSOLE".
           05 LINE 6 COLUMN 10 VALUE "OPERATOR ID:".
           05 LINE 6 COLUMN 24 PIC X(8) USING WS-OPERATOR-ID.
           05 LINE 8 COLUMN 10
               VALUE "ENTER AN ACTIVE ID FROM THE OPERATOR MASTER.".
           05 LINE 22 COLUMN 2 PIC X(78) FROM WS-CON-MESSAGE.

       01 SCR-MENU BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "CALCMENU".
           05 LINE 1 COLUMN 25
               VALUE "CALCULATE MAINTENANCE CONSOLE".
           05 LINE 3 COLUMN 2 VALUE "OPERATOR:".
           05 LINE 3 COLUMN 12 PIC X(8) FROM WS-OPERATOR-ID.
           05 LINE 3 COLUMN 22 PIC X(30) FROM WS-OPERATOR-NAME.
           05 LINE 3 COLUMN 54 VALUE "LEVEL:".
           05 LINE 3 COLUMN 61 PIC 9 FROM WS-OPER-LEVEL.
           05 LINE 4 COLUMN 2 VALUE "BUSINESS DATE:".
           05 LINE 4 COLUMN 17 PIC 9(8) FROM WS-PRO-DATE.
           05 LINE 4 COLUMN 27 PIC X(12) FROM WS-PRO-STATUS-DESC.
           05 LINE 7 COLUMN 10
               VALUE "1  CLIENT INQUIRY AND MAINTENANCE".
           05 LINE 8 COLUMN 10
               VALUE "2  OPERATOR INQUIRY AND MAINTENANCE".
           05 LINE 9 COLUMN 10
               VALUE "3  BUSINESS DATE".
           05 LINE 10 COLUMN 10
               VALUE "4  BROWSE CLIENT MASTER".
           05 LINE 11 COLUMN 10
               VALUE "5  BROWSE OPERATOR MASTER".
           05 LINE 12 COLUMN 10
               VALUE "X  SIGN OFF".
           05 LINE 15 COLUMN 10 VALUE "SELECTION:".
           05 LINE 15 COLUMN 21 PIC X USING WS-CON-CHOICE.
           05 LINE 22 COLUMN 2 PIC X(78) FROM WS-CON-MESSAGE.

       01 SCR-CLIENT BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "CALCMENU".
           05 LINE 1 COLUMN 25
               VALUE "CLIENT INQUIRY AND MAINTENANCE".
           05 LINE 3 COLUMN 2 VALUE "FUNCTION:".
           05 LINE 3 COLUMN 20 PIC X USING WS-CON-FUNC.
           05 LINE 3 COLUMN 24
               VALUE "I=INQUIRE A=ADD C=CHANGE D=DEACT R=REACT X=EXIT".
           05 LINE 5 COLUMN 2 VALUE "CLIENT ID:".
           05 LINE 5 COLUMN 20 PIC X(6) USING WS-CON-CLI-ID.
           05 LINE 7 COLUMN 2 VALUE "NAME:".
           05 LINE 7 COLUMN 20 PIC X(30) USING WS-CON-CLI-NAME.
           05 LINE 8 COLUMN 2 VALUE "STATUS:".
           05 LINE 8 COLUMN 20 PIC X(12) FROM WS-CON-CLI-STATUS.
           05 LINE 9 COLUMN 2 VALUE "ADDED ON:".
           05 LINE 9 COLUMN 20 PIC 9(8) FROM WS-CON-CLI-ADDED.
           05 LINE 11 COLUMN 2 VALUE "MAX RESULT/PAIR:".
           05 LINE 11 COLUMN 20 PIC X(9) USING WS-CON-MAXRES-TEXT.
           05 LINE 12 COLUMN 2 VALUE "MAX PAIRS/DAY:".
           05 LINE 12 COLUMN 20 PIC X(5) USING WS-CON-MAXPR-TEXT.
           05 LINE 13 COLUMN 20
               VALUE "(ZERO MEANS NO LIMIT; LIMITS NEED A LEVEL 2 ID)".
           05 LINE 22 COLUMN 2 PIC X(78) FROM WS-CON-MESSAGE.

       01 SCR-OPERATOR BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "CALCMENU".
           05 LINE 1 COLUMN 25
               VALUE "OPERATOR INQUIRY AND MAINTENANCE".
           05 LINE 3 COLUMN 2 VALUE "FUNCTION:".
           05 LINE 3 COLUMN 20 PIC X USING WS-CON-FUNC.
           05 LINE 3 COLUMN 24
               VALUE "I=INQUIRE A=ADD C=CHANGE D=DEACT R=REACT X=EXIT".
           05 LINE 5 COLUMN 2 VALUE "OPERATOR ID:".
           05 LINE 5 COLUMN 20 PIC X(8) USING WS-CON-OPR-ID.
           05 LINE 7 COLUMN 2 VALUE "NAME:".
           05 LINE 7 COLUMN 20 PIC X(30) USING WS-CON-OPR-NAME.
           05 LINE 8 COLUMN 2 VALUE "LEVEL:".
           05 LINE 8 COLUMN 20 PIC X USING WS-CON-LEVEL-TEXT.
           05 LINE 8 COLUMN 24
               VALUE "(1 = OPERATOR, 2 = SUPERVISOR)".
           05 LINE 9 COLUMN 2 VALUE "STATUS:".
           05 LINE 9 COLUMN 20 PIC X(12) FROM WS-CON-OPR-STATUS.
           05 LINE 10 COLUMN 2 VALUE "ADDED ON:".
           05 LINE 10 COLUMN 20 PIC 9(8) FROM WS-CON-OPR-ADDED.
           05 LINE 13 COLUMN 2
               VALUE "ADD, CHANGE, DEACT AND REACT NEED A LEVEL 2 ID.".
           05 LINE 22 COLUMN 2 PIC X(78) FROM WS-CON-MESSAGE.

       01 SCR-PRODATE BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "CALCMENU".
           05 LINE 1 COLUMN 25 VALUE "BUSINESS DATE".
           05 LINE 4 COLUMN 2 VALUE "CURRENT BUSINESS DATE:".
           05 LINE 4 COLUMN 26 PIC 9(8) FROM WS-PRO-DATE.
           05 LINE 5 COLUMN 2 VALUE "STATUS:".
           05 LINE 5 COLUMN 26 PIC X(12) FROM WS-PRO-STATUS-DESC.
           05 LINE 6 COLUMN 2 VALUE "LAST SET ON:".
           05 LINE 6 COLUMN 26 PIC 9(8) FROM WS-PRO-SET-DATE.
           05 LINE 6 COLUMN 36 VALUE "AT".
           05 LINE 6 COLUMN 39 PIC 9(6) FROM WS-PRO-SET-TIME.
           05 LINE 9 COLUMN 2 VALUE "FUNCTION:".
           05 LINE 9 COLUMN 26 PIC X USING WS-CON-FUNC.
           05 LINE 9 COLUMN 30
               VALUE "S=SET DATE  R=ROLL TO NEXT DAY  X=EXIT".
           05 LINE 10 COLUMN 2 VALUE "NEW DATE (YYYYMMDD):".
           05 LINE 10 COLUMN 26 PIC X(8) USING WS-CON-DATE-TEXT.
           05 LINE 13 COLUMN 2
               VALUE "SET AND ROLL NEED A LEVEL 2 ID. A DATE BEFORE".
           05 LINE 14 COLUMN 2
               VALUE "THE CURRENT BUSINESS DATE IS ALREADY CLOSED.".
           05 LINE 22 COLUMN 2 PIC X(78) FROM WS-CON-MESSAGE.

       01 SCR-BROWSE BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "CALCMENU".
           05 LINE 1 COLUMN 25 PIC X(40) FROM WS-BRW-TITLE.
           05 LINE 3 COLUMN 2 VALUE "START AT ID:".
           05 LINE 3 COLUMN 16 PIC X(8) USING WS-BRW-START.
           05 LINE 3 COLUMN 28 VALUE "FUNCTION:".
           05 LINE 3 COLUMN 38 PIC X USING WS-CON-FUNC.
           05 LINE 3 COLUMN 41
               VALUE "N=NEXT PAGE S=START AT ID X=EXIT".
           05 LINE 5 COLUMN 2 PIC X(76) FROM WS-BRW-HEADING.
           05 LINE 7 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(1).
           05 LINE 8 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(2).
           05 LINE 9 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(3).
           05 LINE 10 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(4).
           05 LINE 11 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(5).
           05 LINE 12 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(6).
           05 LINE 13 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(7).
           05 LINE 14 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(8).
           05 LINE 15 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(9).
           05 LINE 16 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(10).
           05 LINE 17 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(11).
           05 LINE 18 COLUMN 2 PIC X(76) FROM WS-BRW-LINE(12).
           05 LINE 22 COLUMN 2 PIC X(78) FROM WS-CON-MESSAGE.

       01 SCR-CONFIRM.
           05 LINE 23 COLUMN 2 PIC X(60) FROM WS-CON-PROMPT.
           05 LINE 23 COLUMN 64 VALUE "(Y/N):".
           05 LINE 23 COLUMN 71 PIC X USING WS-CON-CONFIRM.

       PROCEDURE DIVISION.

       0100-RUN-CONSOLE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           PERFORM 0105-SIGN-ON.
           PERFORM 0180-OPEN-AUDIT-TRAIL.

           PERFORM UNTIL WS-CON-EXIT
               PERFORM 0107-LOAD-PRODATE
               MOVE SPACE TO WS-CON-CHOICE
               DISPLAY SCR-MENU
               ACCEPT SCR-MENU
               MOVE SPACES TO WS-CON-MESSAGE
               EVALUATE WS-CON-CHOICE
                   WHEN "1"
                       PERFORM 0120-CLIENT-MAINTENANCE
                   WHEN "2"
                       PERFORM 0130-OPERATOR-MAINTENANCE
                   WHEN "3"
                       PERFORM 0140-BUSINESS-DATE
                   WHEN "4"
                       MOVE "C" TO WS-BRW-FILE
                       PERFORM 0160-BROWSE-MASTER
                   WHEN "5"
                       MOVE "O" TO WS-BRW-FILE
                       PERFORM 0160-BROWSE-MASTER
                   WHEN "X"
                   WHEN "x"
                       SET WS-CON-EXIT TO TRUE
                   WHEN OTHER
                       MOVE "SELECT 1 TO 5, OR X TO SIGN OFF."
                           TO WS-CON-MESSAGE
               END-EVALUATE
           END-PERFORM.

           CLOSE CAL-AUDIT.
           DISPLAY "CALCMENU: OPERATOR " WS-OPERATOR-ID
               " SIGNED OFF.".
           STOP RUN.

       0105-SIGN-ON.
           MOVE SPACES TO WS-CON-MESSAGE.
           PERFORM UNTIL WS-SIGNED-ON
               MOVE SPACES TO WS-OPERATOR-ID
               DISPLAY SCR-SIGNON
               ACCEPT SCR-SIGNON
               ADD 1 TO WS-SIGNON-TRIES
               PERFORM 0106-VERIFY-OPERATOR
               IF NOT WS-SIGNED-ON
                   IF WS-SIGNON-TRIES >= 3
                       PERFORM 0192-DENY-RUN
                   END-IF
                   MOVE SPACES TO WS-CON-MESSAGE
                   STRING "SIGN-ON REFUSED - " WS-DENY-REASON
                       DELIMITED BY SIZE INTO WS-CON-MESSAGE
                   END-STRING
               END-IF
           END-PERFORM.

       0106-VERIFY-OPERATOR.
           OPEN INPUT OPER-MAST.
           IF WS-OPR-FILE-STATUS NOT = "00"
               PERFORM 0191-ABORT-OPERATOR-FILE
           END-IF.

           MOVE WS-OPERATOR-ID TO OPR-ID.
           READ OPER-MAST
               INVALID KEY
                   MOVE "OPERATOR NOT ON FILE" TO WS-DENY-REASON
               NOT INVALID KEY
                   IF OPR-STATUS NOT = "A"
                       MOVE "OPERATOR NOT ACTIVE" TO WS-DENY-REASON
                   ELSE
                       SET WS-SIGNED-ON TO TRUE
                       MOVE OPR-NAME TO WS-OPERATOR-NAME
                       MOVE OPR-LEVEL TO WS-OPER-LEVEL
                       IF OPR-LEVEL >= 2
                           SET WS-SUPERVISOR TO TRUE
                       END-IF
                   END-IF
           END-READ.
           CLOSE OPER-MAST.

       0107-LOAD-PRODATE.
           MOVE "N" TO WS-PRO-DATE-FLAG.
           MOVE ZERO TO WS-PRO-DATE WS-PRO-SET-DATE WS-PRO-SET-TIME.
           MOVE SPACES TO WS-PRO-IMAGE.
           MOVE "NOT SET" TO WS-PRO-STATUS-DESC.
           OPEN INPUT PRODATE-FILE.
           IF WS-PRO-FILE-STATUS = "00"
               READ PRODATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRO-RECORD TO WS-PRO-IMAGE
                       IF PRO-DATE NUMERIC
                           SET WS-PRO-DATE-LOADED TO TRUE
                           MOVE PRO-DATE TO WS-PRO-DATE
                           MOVE PRO-SET-DATE TO WS-PRO-SET-DATE
                           MOVE PRO-SET-TIME TO WS-PRO-SET-TIME
                           IF PRO-STATUS = "O"
                               MOVE "OPEN" TO WS-PRO-STATUS-DESC
                           ELSE
                               MOVE "NOT OPEN" TO WS-PRO-STATUS-DESC
                           END-IF
                       END-IF
               END-READ
               CLOSE PRODATE-FILE
           END-IF.

       0108-CHECK-SUPERVISOR.
           IF NOT WS-SUPERVISOR
               MOVE "N" TO WS-EDIT-OK-FLAG
               MOVE "THIS FUNCTION NEEDS A LEVEL 2 (SUPERVISOR) ID."
                   TO WS-CON-MESSAGE
               MOVE "DENIED" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE
               PERFORM 0181-WRITE-AUDIT-RECORD
           END-IF.

       0109-CONFIRM-ACTION.
           MOVE "N" TO WS-CONFIRMED-FLAG.
           MOVE SPACE TO WS-CON-CONFIRM.
           DISPLAY SCR-CONFIRM.
           ACCEPT SCR-CONFIRM.
           IF WS-CON-CONFIRM = "Y" OR WS-CON-CONFIRM = "y"
               SET WS-CONFIRMED TO TRUE
           ELSE
               MOVE "CANCELLED - NOTHING WAS CHANGED." TO
                   WS-CON-MESSAGE
           END-IF.

       0120-CLIENT-MAINTENANCE.
           PERFORM 0170-OPEN-CLIENT-FILE.
           MOVE "N" TO WS-SCREEN-DONE-FLAG.
           MOVE SPACES TO WS-CON-HELD-CLI WS-CON-CLI-ID.
           PERFORM 0125-CLEAR-CLIENT-FIELDS.
           PERFORM UNTIL WS-SCREEN-DONE
               MOVE SPACE TO WS-CON-FUNC
               DISPLAY SCR-CLIENT
               ACCEPT SCR-CLIENT
               MOVE SPACES TO WS-CON-MESSAGE
               MOVE FUNCTION UPPER-CASE(WS-CON-FUNC) TO WS-CON-FUNC
               IF WS-CON-FUNC NOT = "X" AND WS-CON-CLI-ID = SPACES
                   MOVE "ENTER A CLIENT ID." TO WS-CON-MESSAGE
               ELSE
                   EVALUATE WS-CON-FUNC
                       WHEN "I"
                           PERFORM 0121-INQUIRE-CLIENT
                       WHEN "A"
                           PERFORM 0122-ADD-CLIENT
                       WHEN "C"
                           PERFORM 0123-CHANGE-CLIENT
                       WHEN "D"
                       WHEN "R"
                           PERFORM 0124-CLIENT-STATUS
                       WHEN "X"
                           SET WS-SCREEN-DONE TO TRUE
                       WHEN OTHER
                           MOVE "FUNCTION MUST BE I, A, C, D, R OR X."
                               TO WS-CON-MESSAGE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE CLIENT-MAST.
           MOVE SPACES TO WS-CON-MESSAGE.

       0121-INQUIRE-CLIENT.
           PERFORM 0126-READ-CLIENT.
           IF WS-ON-FILE
               PERFORM 0127-SHOW-CLIENT
               MOVE WS-CON-CLI-ID TO WS-CON-HELD-CLI
           ELSE
               PERFORM 0125-CLEAR-CLIENT-FIELDS
               MOVE "CLIENT IS NOT ON FILE." TO WS-CON-MESSAGE
           END-IF.

       0122-ADD-CLIENT.
           PERFORM 0128-EDIT-CLIENT-FIELDS.
           IF WS-EDIT-OK
               PERFORM 0126-READ-CLIENT
               IF WS-ON-FILE
                   MOVE "N" TO WS-EDIT-OK-FLAG
                   MOVE "CLIENT IS ALREADY ON FILE - NOT ADDED."
                       TO WS-CON-MESSAGE
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM 0129-CHECK-CLIENT-LIMITS
           END-IF.
           IF WS-EDIT-OK
               MOVE SPACES TO WS-CON-PROMPT
               STRING "ADD CLIENT " WS-CON-CLI-ID " AS ACTIVE?"
                   DELIMITED BY SIZE INTO WS-CON-PROMPT
               END-STRING
               PERFORM 0109-CONFIRM-ACTION
               IF WS-CONFIRMED
                   MOVE WS-CON-CLI-ID TO CLI-ID
                   MOVE WS-CON-CLI-NAME TO CLI-NAME
                   MOVE "A" TO CLI-STATUS
                   MOVE WS-RUN-DATE-8 TO CLI-ADD-DATE
                   MOVE WS-CON-MAX-RESULT TO CLI-MAX-RESULT
                   MOVE WS-CON-MAX-PAIRS TO CLI-MAX-PAIRS
                   WRITE CLI-RECORD
                       INVALID KEY
                           MOVE "CLIENT IS ALREADY ON FILE - NOT ADDED."
                               TO WS-CON-MESSAGE
                       NOT INVALID KEY
                           PERFORM 0127-SHOW-CLIENT
                           MOVE WS-CON-CLI-ID TO WS-CON-HELD-CLI
                           MOVE "CLIENT ADDED AS ACTIVE."
                               TO WS-CON-MESSAGE
                           MOVE "ADD" TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-BEFORE
                           PERFORM 0182-AUDIT-CLIENT
                   END-WRITE
               END-IF
           END-IF.

       0123-CHANGE-CLIENT.
           IF WS-CON-CLI-ID NOT = WS-CON-HELD-CLI
               PERFORM 0121-INQUIRE-CLIENT
               IF WS-ON-FILE
                   MOVE "AMEND THE NAME OR LIMITS AND ENTER C AGAIN."
                       TO WS-CON-MESSAGE
               END-IF
           ELSE
               PERFORM 0128-EDIT-CLIENT-FIELDS
               IF WS-EDIT-OK
                   PERFORM 0129-CHECK-CLIENT-LIMITS
               END-IF
               IF WS-EDIT-OK
                   MOVE SPACES TO WS-CON-PROMPT
                   STRING "CHANGE CLIENT " WS-CON-CLI-ID "?"
                       DELIMITED BY SIZE INTO WS-CON-PROMPT
                   END-STRING
                   PERFORM 0109-CONFIRM-ACTION
               END-IF
               IF WS-EDIT-OK AND WS-CONFIRMED
                   PERFORM 0126-READ-CLIENT
                   IF WS-ON-FILE
                       MOVE CLI-RECORD TO WS-AUD-BEFORE
                       MOVE WS-CON-CLI-NAME TO CLI-NAME
                       MOVE WS-CON-MAX-RESULT TO CLI-MAX-RESULT
                       MOVE WS-CON-MAX-PAIRS TO CLI-MAX-PAIRS
                       REWRITE CLI-RECORD
                       MOVE "CHANGE" TO WS-AUD-ACTION
                       PERFORM 0182-AUDIT-CLIENT
                       PERFORM 0127-SHOW-CLIENT
                       MOVE "CLIENT CHANGED." TO WS-CON-MESSAGE
                   ELSE
                       MOVE "CLIENT IS NO LONGER ON FILE."
                           TO WS-CON-MESSAGE
                   END-IF
               END-IF
           END-IF.

       0124-CLIENT-STATUS.
           PERFORM 0126-READ-CLIENT.
           IF NOT WS-ON-FILE
               PERFORM 0125-CLEAR-CLIENT-FIELDS
               MOVE "CLIENT IS NOT ON FILE." TO WS-CON-MESSAGE
           ELSE
               PERFORM 0127-SHOW-CLIENT
               MOVE WS-CON-CLI-ID TO WS-CON-HELD-CLI
               IF (WS-CON-FUNC = "D" AND CLI-STATUS = "D")
                  OR (WS-CON-FUNC = "R" AND CLI-STATUS = "A")
                   MOVE "CLIENT IS ALREADY IN THAT STATUS."
                       TO WS-CON-MESSAGE
               ELSE
                   MOVE SPACES TO WS-CON-PROMPT
                   IF WS-CON-FUNC = "D"
                       STRING "DEACTIVATE CLIENT " WS-CON-CLI-ID "?"
                           DELIMITED BY SIZE INTO WS-CON-PROMPT
                       END-STRING
                   ELSE
                       STRING "REACTIVATE CLIENT " WS-CON-CLI-ID "?"
                           DELIMITED BY SIZE INTO WS-CON-PROMPT
                       END-STRING
                   END-IF
                   PERFORM 0109-CONFIRM-ACTION
                   IF WS-CONFIRMED
                       MOVE CLI-RECORD TO WS-AUD-BEFORE
                       IF WS-CON-FUNC = "D"
                           MOVE "D" TO CLI-STATUS
                           MOVE "DEACT" TO WS-AUD-ACTION
                           MOVE "CLIENT DEACTIVATED." TO WS-CON-MESSAGE
                       ELSE
                           MOVE "A" TO CLI-STATUS
                           MOVE "REACT" TO WS-AUD-ACTION
                           MOVE "CLIENT REACTIVATED." TO WS-CON-MESSAGE
                       END-IF
                       REWRITE CLI-RECORD
                       PERFORM 0182-AUDIT-CLIENT
                       PERFORM 0127-SHOW-CLIENT
                   END-IF
               END-IF
           END-IF.

       0125-CLEAR-CLIENT-FIELDS.
           MOVE SPACES TO WS-CON-CLI-NAME WS-CON-CLI-STATUS
                          WS-CON-MAXRES-TEXT WS-CON-MAXPR-TEXT.
           MOVE ZERO TO WS-CON-CLI-ADDED.
           MOVE SPACES TO WS-CON-HELD-CLI.

       0126-READ-CLIENT.
           MOVE "N" TO WS-ON-FILE-FLAG.
           MOVE WS-CON-CLI-ID TO CLI-ID.
           READ CLIENT-MAST
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ON-FILE TO TRUE
           END-READ.

       0127-SHOW-CLIENT.
           MOVE CLI-NAME TO WS-CON-CLI-NAME.
           EVALUATE CLI-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO WS-CON-CLI-STATUS
               WHEN "D"
                   MOVE "DEACTIVATED" TO WS-CON-CLI-STATUS
               WHEN OTHER
                   MOVE CLI-STATUS TO WS-CON-CLI-STATUS
           END-EVALUATE.
           MOVE CLI-ADD-DATE TO WS-CON-CLI-ADDED.
           MOVE CLI-MAX-RESULT TO WS-CON-MAXRES-TEXT.
           MOVE CLI-MAX-PAIRS TO WS-CON-MAXPR-TEXT.

       0128-EDIT-CLIENT-FIELDS.
           SET WS-EDIT-OK TO TRUE.
           MOVE ZERO TO WS-CON-MAX-RESULT WS-CON-MAX-PAIRS.
           IF WS-CON-CLI-NAME = SPACES
               MOVE "N" TO WS-EDIT-OK-FLAG
               MOVE "ENTER THE CLIENT NAME." TO WS-CON-MESSAGE
           END-IF.
           IF WS-EDIT-OK AND WS-CON-MAXRES-TEXT NOT = SPACES
               IF FUNCTION TRIM(WS-CON-MAXRES-TEXT) IS NOT NUMERIC
                   MOVE "N" TO WS-EDIT-OK-FLAG
                   MOVE "MAX RESULT MUST BE A WHOLE NUMBER."
                       TO WS-CON-MESSAGE
               ELSE
                   COMPUTE WS-CON-MAX-RESULT = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CON-MAXRES-TEXT))
               END-IF
           END-IF.
           IF WS-EDIT-OK AND WS-CON-MAXPR-TEXT NOT = SPACES
               IF FUNCTION TRIM(WS-CON-MAXPR-TEXT) IS NOT NUMERIC
                   MOVE "N" TO WS-EDIT-OK-FLAG
                   MOVE "MAX PAIRS MUST BE A WHOLE NUMBER."
                       TO WS-CON-MESSAGE
               ELSE
                   COMPUTE WS-CON-MAX-PAIRS = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CON-MAXPR-TEXT))
               END-IF
           END-IF.

       0129-CHECK-CLIENT-LIMITS.
           MOVE "N" TO WS-LIMIT-CHANGE-FLAG.
           IF WS-CON-FUNC = "A"
               IF WS-CON-MAX-RESULT NOT = ZERO
                  OR WS-CON-MAX-PAIRS NOT = ZERO
                   SET WS-LIMIT-CHANGE TO TRUE
               END-IF
           ELSE
               PERFORM 0126-READ-CLIENT
               IF WS-ON-FILE
                  AND (WS-CON-MAX-RESULT NOT = CLI-MAX-RESULT
                       OR WS-CON-MAX-PAIRS NOT = CLI-MAX-PAIRS)
                   SET WS-LIMIT-CHANGE TO TRUE
               END-IF
           END-IF.
           IF WS-LIMIT-CHANGE
               MOVE "CLIENTMST" TO WS-AUD-FILE-NAME
               MOVE WS-CON-CLI-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-AFTER
               STRING "CONSOLE FUNCTION " WS-CON-FUNC
                   " - MAX RESULT " WS-CON-MAX-RESULT
                   " MAX PAIRS " WS-CON-MAX-PAIRS
                   DELIMITED BY SIZE INTO WS-AUD-AFTER
               END-STRING
               PERFORM 0108-CHECK-SUPERVISOR
               IF NOT WS-EDIT-OK
                   MOVE "CLIENT LIMITS NEED A LEVEL 2 (SUPERVISOR) ID."
                       TO WS-CON-MESSAGE
               END-IF
           END-IF.

       0130-OPERATOR-MAINTENANCE.
           PERFORM 0171-OPEN-OPERATOR-FILE.
           MOVE "N" TO WS-SCREEN-DONE-FLAG.
           MOVE SPACES TO WS-CON-OPR-ID.
           PERFORM 0135-CLEAR-OPERATOR-FIELDS.
           PERFORM UNTIL WS-SCREEN-DONE
               MOVE SPACE TO WS-CON-FUNC
               DISPLAY SCR-OPERATOR
               ACCEPT SCR-OPERATOR
               MOVE SPACES TO WS-CON-MESSAGE
               MOVE FUNCTION UPPER-CASE(WS-CON-FUNC) TO WS-CON-FUNC
               SET WS-EDIT-OK TO TRUE
               IF WS-CON-FUNC = "A" OR "C" OR "D" OR "R"
                   MOVE "OPERMAST" TO WS-AUD-FILE-NAME
                   MOVE WS-CON-OPR-ID TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-AFTER
                   STRING "CONSOLE FUNCTION " WS-CON-FUNC
                       " - OPERATOR MAINTENANCE"
                       DELIMITED BY SIZE INTO WS-AUD-AFTER
                   END-STRING
                   PERFORM 0108-CHECK-SUPERVISOR
               END-IF
               IF WS-CON-FUNC NOT = "X" AND WS-CON-OPR-ID = SPACES
                   MOVE "N" TO WS-EDIT-OK-FLAG
                   MOVE "ENTER AN OPERATOR ID." TO WS-CON-MESSAGE
               END-IF
               IF WS-EDIT-OK
                   EVALUATE WS-CON-FUNC
                       WHEN "I"
                           PERFORM 0131-INQUIRE-OPERATOR
                       WHEN "A"
                           PERFORM 0132-ADD-OPERATOR
                       WHEN "C"
                           PERFORM 0133-CHANGE-OPERATOR
                       WHEN "D"
                       WHEN "R"
                           PERFORM 0134-OPERATOR-STATUS
                       WHEN "X"
                           SET WS-SCREEN-DONE TO TRUE
                       WHEN OTHER
                           MOVE "FUNCTION MUST BE I, A, C, D, R OR X."
                               TO WS-CON-MESSAGE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE OPER-MAST.
           MOVE SPACES TO WS-CON-MESSAGE.

       0131-INQUIRE-OPERATOR.
           PERFORM 0136-READ-OPERATOR.
           IF WS-ON-FILE
               PERFORM 0137-SHOW-OPERATOR
               MOVE WS-CON-OPR-ID TO WS-CON-HELD-OPR
           ELSE
               PERFORM 0135-CLEAR-OPERATOR-FIELDS
               MOVE "OPERATOR IS NOT ON FILE." TO WS-CON-MESSAGE
           END-IF.

       0132-ADD-OPERATOR.
           PERFORM 0138-EDIT-OPERATOR-FIELDS.
           IF WS-EDIT-OK
               PERFORM 0136-READ-OPERATOR
               IF WS-ON-FILE
                   MOVE "N" TO WS-EDIT-OK-FLAG
                   MOVE "OPERATOR IS ALREADY ON FILE - NOT ADDED."
                       TO WS-CON-MESSAGE
               END-IF
           END-IF.
           IF WS-EDIT-OK
               MOVE SPACES TO WS-CON-PROMPT
               STRING "ADD OPERATOR " WS-CON-OPR-ID " AT LEVEL "
                   WS-CON-LEVEL "?"
                   DELIMITED BY SIZE INTO WS-CON-PROMPT
               END-STRING
               PERFORM 0109-CONFIRM-ACTION
               IF WS-CONFIRMED
                   MOVE WS-CON-OPR-ID TO OPR-ID
                   MOVE WS-CON-OPR-NAME TO OPR-NAME
                   MOVE WS-CON-LEVEL TO OPR-LEVEL
                   MOVE "A" TO OPR-STATUS
                   MOVE WS-RUN-DATE-8 TO OPR-ADD-DATE
                   WRITE OPR-RECORD
                       INVALID KEY
                           MOVE
                             "OPERATOR IS ALREADY ON FILE - NOT ADDED."
                               TO WS-CON-MESSAGE
                       NOT INVALID KEY
                           PERFORM 0137-SHOW-OPERATOR
                           MOVE WS-CON-OPR-ID TO WS-CON-HELD-OPR
                           MOVE "OPERATOR ADDED AS ACTIVE."
                               TO WS-CON-MESSAGE
                           MOVE "ADD" TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-BEFORE
                           PERFORM 0183-AUDIT-OPERATOR
                   END-WRITE
               END-IF
           END-IF.

       0133-CHANGE-OPERATOR.
           IF WS-CON-OPR-ID NOT = WS-CON-HELD-OPR
               PERFORM 0131-INQUIRE-OPERATOR
               IF WS-ON-FILE
                   MOVE "AMEND THE NAME OR LEVEL AND ENTER C AGAIN."
                       TO WS-CON-MESSAGE
               END-IF
           ELSE
               PERFORM 0138-EDIT-OPERATOR-FIELDS
               IF WS-EDIT-OK AND WS-CON-OPR-ID = WS-OPERATOR-ID
                  AND WS-CON-LEVEL < WS-OPER-LEVEL
                   MOVE "N" TO WS-EDIT-OK-FLAG
                   MOVE "YOU CANNOT LOWER YOUR OWN AUTHORITY LEVEL."
                       TO WS-CON-MESSAGE
               END-IF
               IF WS-EDIT-OK
                   MOVE SPACES TO WS-CON-PROMPT
                   STRING "CHANGE OPERATOR " WS-CON-OPR-ID "?"
                       DELIMITED BY SIZE INTO WS-CON-PROMPT
                   END-STRING
                   PERFORM 0109-CONFIRM-ACTION
               END-IF
               IF WS-EDIT-OK AND WS-CONFIRMED
                   PERFORM 0136-READ-OPERATOR
                   IF WS-ON-FILE
                       MOVE OPR-RECORD TO WS-AUD-BEFORE
                       MOVE WS-CON-OPR-NAME TO OPR-NAME
                       MOVE WS-CON-LEVEL TO OPR-LEVEL
                       REWRITE OPR-RECORD
                       MOVE "CHANGE" TO WS-AUD-ACTION
                       PERFORM 0183-AUDIT-OPERATOR
                       PERFORM 0137-SHOW-OPERATOR
                       MOVE "OPERATOR CHANGED." TO WS-CON-MESSAGE
                   ELSE
                       MOVE "OPERATOR IS NO LONGER ON FILE."
                           TO WS-CON-MESSAGE
                   END-IF
               END-IF
           END-IF.

       0134-OPERATOR-STATUS.
           PERFORM 0136-READ-OPERATOR.
           IF NOT WS-ON-FILE
               PERFORM 0135-CLEAR-OPERATOR-FIELDS
               MOVE "OPERATOR IS NOT ON FILE." TO WS-CON-MESSAGE
           ELSE
               PERFORM 0137-SHOW-OPERATOR
               MOVE WS-CON-OPR-ID TO WS-CON-HELD-OPR
               IF WS-CON-FUNC = "D" AND WS-CON-OPR-ID = WS-OPERATOR-ID
                   MOVE "YOU CANNOT DEACTIVATE YOUR OWN ID."
                       TO WS-CON-MESSAGE
               ELSE
                   IF (WS-CON-FUNC = "D" AND OPR-STATUS = "D")
                      OR (WS-CON-FUNC = "R" AND OPR-STATUS = "A")
                       MOVE "OPERATOR IS ALREADY IN THAT STATUS."
                           TO WS-CON-MESSAGE
                   ELSE
                       MOVE SPACES TO WS-CON-PROMPT
                       IF WS-CON-FUNC = "D"
                           STRING "DEACTIVATE OPERATOR " WS-CON-OPR-ID
                               "?" DELIMITED BY SIZE INTO WS-CON-PROMPT
                           END-STRING
                       ELSE
                           STRING "REACTIVATE OPERATOR " WS-CON-OPR-ID
                               "?" DELIMITED BY SIZE INTO WS-CON-PROMPT
                           END-STRING
                       END-IF
                       PERFORM 0109-CONFIRM-ACTION
                       IF WS-CONFIRMED
                           MOVE OPR-RECORD TO WS-AUD-BEFORE
                           IF WS-CON-FUNC = "D"
                               MOVE "D" TO OPR-STATUS
                               MOVE "DEACT" TO WS-AUD-ACTION
                               MOVE "OPERATOR DEACTIVATED."
                                   TO WS-CON-MESSAGE
                           ELSE
                               MOVE "A" TO OPR-STATUS
                               MOVE "REACT" TO WS-AUD-ACTION
                               MOVE "OPERATOR REACTIVATED."
                                   TO WS-CON-MESSAGE
                           END-IF
                           REWRITE OPR-RECORD
                           PERFORM 0183-AUDIT-OPERATOR
                           PERFORM 0137-SHOW-OPERATOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0135-CLEAR-OPERATOR-FIELDS.
           MOVE SPACES TO WS-CON-OPR-NAME WS-CON-OPR-STATUS
                          WS-CON-LEVEL-TEXT.
           MOVE ZERO TO WS-CON-OPR-ADDED.
           MOVE SPACES TO WS-CON-HELD-OPR.

       0136-READ-OPERATOR.
           MOVE "N" TO WS-ON-FILE-FLAG.
           MOVE WS-CON-OPR-ID TO OPR-ID.
           READ OPER-MAST
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ON-FILE TO TRUE
           END-READ.

       0137-SHOW-OPERATOR.
           MOVE OPR-NAME TO WS-CON-OPR-NAME.
           MOVE OPR-LEVEL TO WS-CON-LEVEL-TEXT.
           EVALUATE OPR-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO WS-CON-OPR-STATUS
               WHEN "D"
                   MOVE "DEACTIVATED" TO WS-CON-OPR-STATUS
               WHEN OTHER
                   MOVE OPR-STATUS TO WS-CON-OPR-STATUS
           END-EVALUATE.
           MOVE OPR-ADD-DATE TO WS-CON-OPR-ADDED.

       0138-EDIT-OPERATOR-FIELDS.
           SET WS-EDIT-OK TO TRUE.
           IF WS-CON-OPR-NAME = SPACES
               MOVE "N" TO WS-EDIT-OK-FLAG
               MOVE "ENTER THE OPERATOR NAME." TO WS-CON-MESSAGE
           END-IF.
           IF WS-EDIT-OK
               IF WS-CON-LEVEL-TEXT = "1" OR WS-CON-LEVEL-TEXT = "2"
                   COMPUTE WS-CON-LEVEL =
                       FUNCTION NUMVAL(WS-CON-LEVEL-TEXT)
               ELSE
                   MOVE "N" TO WS-EDIT-OK-FLAG
                   MOVE
                       "LEVEL MUST BE 1 (OPERATOR) OR 2 (SUPERVISOR)."
                       TO WS-CON-MESSAGE
               END-IF
           END-IF.

       0140-BUSINESS-DATE.
           MOVE "N" TO WS-SCREEN-DONE-FLAG.
           MOVE SPACES TO WS-CON-DATE-TEXT.
           PERFORM UNTIL WS-SCREEN-DONE
               PERFORM 0107-LOAD-PRODATE
               MOVE SPACE TO WS-CON-FUNC
               DISPLAY SCR-PRODATE
               ACCEPT SCR-PRODATE
               MOVE SPACES TO WS-CON-MESSAGE
               MOVE FUNCTION UPPER-CASE(WS-CON-FUNC) TO WS-CON-FUNC
               SET WS-EDIT-OK TO TRUE
               IF WS-CON-FUNC = "S" OR "R"
                   MOVE "PRODATE" TO WS-AUD-FILE-NAME
                   MOVE WS-PRO-DATE TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-AFTER
                   STRING "CONSOLE FUNCTION " WS-CON-FUNC
                       " - BUSINESS DATE " WS-CON-DATE-TEXT
                       DELIMITED BY SIZE INTO WS-AUD-AFTER
                   END-STRING
                   PERFORM 0108-CHECK-SUPERVISOR
               END-IF
               IF WS-EDIT-OK
                   EVALUATE WS-CON-FUNC
                       WHEN "S"
                           PERFORM 0141-SET-DATE
                       WHEN "R"
                           PERFORM 0142-ROLL-DATE
                       WHEN "X"
                           SET WS-SCREEN-DONE TO TRUE
                       WHEN OTHER
                           MOVE "FUNCTION MUST BE S, R OR X."
                               TO WS-CON-MESSAGE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CON-MESSAGE.

       0141-SET-DATE.
           MOVE "N" TO WS-VAL-OK-FLAG.
           IF WS-CON-DATE-TEXT IS NUMERIC
               MOVE WS-CON-DATE-TEXT TO WS-NEW-DATE
               MOVE WS-NEW-DATE TO WS-VAL-DATE
               PERFORM 0150-VALIDATE-DATE
           END-IF.
           IF NOT WS-VAL-OK
               MOVE "NEW DATE IS NOT A VALID CALENDAR DATE (YYYYMMDD)."
                   TO WS-CON-MESSAGE
           ELSE
               IF WS-PRO-DATE-LOADED AND WS-NEW-DATE < WS-PRO-DATE
                   MOVE
                       "NEW DATE IS BEFORE THE CURRENT BUSINESS DATE."
                       TO WS-CON-MESSAGE
               ELSE
                   MOVE SPACES TO WS-CON-PROMPT
                   STRING "SET THE BUSINESS DATE TO " WS-NEW-DATE "?"
                       DELIMITED BY SIZE INTO WS-CON-PROMPT
                   END-STRING
                   PERFORM 0109-CONFIRM-ACTION
                   IF WS-CONFIRMED
                       MOVE "SET" TO WS-AUD-ACTION
                       PERFORM 0143-WRITE-PRODATE
                       MOVE SPACES TO WS-CON-MESSAGE
                       STRING "BUSINESS DATE SET TO " WS-NEW-DATE "."
                           DELIMITED BY SIZE INTO WS-CON-MESSAGE
                       END-STRING
                       MOVE SPACES TO WS-CON-DATE-TEXT
                   END-IF
               END-IF
           END-IF.

       0142-ROLL-DATE.
           IF NOT WS-PRO-DATE-LOADED
               MOVE "NO BUSINESS DATE ON FILE - SET ONE FIRST."
                   TO WS-CON-MESSAGE
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PRO-DATE) + 1
               COMPUTE WS-NEW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE SPACES TO WS-CON-PROMPT
               STRING "CLOSE " WS-PRO-DATE " AND ROLL TO "
                   WS-NEW-DATE "?"
                   DELIMITED BY SIZE INTO WS-CON-PROMPT
               END-STRING
               PERFORM 0109-CONFIRM-ACTION
               IF WS-CONFIRMED
                   MOVE "ROLL" TO WS-AUD-ACTION
                   PERFORM 0143-WRITE-PRODATE
                   MOVE SPACES TO WS-CON-MESSAGE
                   STRING "BUSINESS DATE " WS-PRO-DATE
                       " CLOSED - ROLLED FORWARD TO " WS-NEW-DATE "."
                       DELIMITED BY SIZE INTO WS-CON-MESSAGE
                   END-STRING
               END-IF
           END-IF.

       0143-WRITE-PRODATE.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           OPEN OUTPUT PRODATE-FILE.
           IF WS-PRO-FILE-STATUS NOT = "00"
               PERFORM 0198-ABORT-OPEN-FAILURE
           END-IF.
           MOVE WS-NEW-DATE TO PRO-DATE.
           MOVE "O" TO PRO-STATUS.
           MOVE WS-RUN-DATE-8 TO PRO-SET-DATE.
           MOVE WS-RUN-TIME-8(1:6) TO PRO-SET-TIME.
           WRITE PRO-RECORD.
           CLOSE PRODATE-FILE.
           MOVE "PRODATE" TO WS-AUD-FILE-NAME.
           MOVE WS-NEW-DATE TO WS-AUD-KEY.
           MOVE WS-PRO-IMAGE TO WS-AUD-BEFORE.
           MOVE PRO-RECORD TO WS-AUD-AFTER.
           PERFORM 0181-WRITE-AUDIT-RECORD.

       0150-VALIDATE-DATE.
           MOVE "N" TO WS-VAL-OK-FLAG.
           IF WS-VAL-YYYY < 1990 OR WS-VAL-YYYY > 2999
              OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
               CONTINUE
           ELSE
               EVALUATE WS-VAL-MM
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-VAL-MAX-DD
                   WHEN 2
                       MOVE 28 TO WS-VAL-MAX-DD
                       COMPUTE WS-VAL-REM =
                           FUNCTION MOD(WS-VAL-YYYY, 4)
                       IF WS-VAL-REM = ZERO
                           MOVE 29 TO WS-VAL-MAX-DD
                           COMPUTE WS-VAL-REM =
                               FUNCTION MOD(WS-VAL-YYYY, 100)
                           IF WS-VAL-REM = ZERO
                               COMPUTE WS-VAL-REM =
                                   FUNCTION MOD(WS-VAL-YYYY, 400)
                               IF WS-VAL-REM NOT = ZERO
                                   MOVE 28 TO WS-VAL-MAX-DD
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-VAL-MAX-DD
               END-EVALUATE
               IF WS-VAL-DD >= 1 AND WS-VAL-DD <= WS-VAL-MAX-DD
                   SET WS-VAL-OK TO TRUE
               END-IF
           END-IF.

       0160-BROWSE-MASTER.
           MOVE "N" TO WS-SCREEN-DONE-FLAG.
           MOVE SPACES TO WS-BRW-START.
           IF WS-BRW-FILE = "C"
               MOVE "BROWSE CLIENT MASTER" TO WS-BRW-TITLE
               MOVE "CLIENT  NAME                            STATUS"
                   TO WS-BRW-HEADING
               MOVE "ADDED      MAX RESULT  MAX PRS"
                   TO WS-BRW-HEADING(49:28)
               PERFORM 0170-OPEN-CLIENT-FILE
           ELSE
               MOVE "BROWSE OPERATOR MASTER" TO WS-BRW-TITLE
               MOVE "OPERATOR  NAME                            LEVEL"
                   TO WS-BRW-HEADING
               MOVE "STATUS  ADDED" TO WS-BRW-HEADING(49:13)
               PERFORM 0171-OPEN-OPERATOR-FILE
           END-IF.
           PERFORM 0161-START-BROWSE.
           PERFORM 0162-FILL-BROWSE-PAGE.

           PERFORM UNTIL WS-SCREEN-DONE
               MOVE SPACE TO WS-CON-FUNC
               DISPLAY SCR-BROWSE
               ACCEPT SCR-BROWSE
               MOVE SPACES TO WS-CON-MESSAGE
               MOVE FUNCTION UPPER-CASE(WS-CON-FUNC) TO WS-CON-FUNC
               EVALUATE WS-CON-FUNC
                   WHEN "N"
                   WHEN SPACE
                       IF WS-BRW-EOF
                           MOVE "END OF FILE - ENTER S TO START AGAIN."
                               TO WS-CON-MESSAGE
                       ELSE
                           PERFORM 0162-FILL-BROWSE-PAGE
                       END-IF
                   WHEN "S"
                       PERFORM 0161-START-BROWSE
                       PERFORM 0162-FILL-BROWSE-PAGE
                   WHEN "X"
                       SET WS-SCREEN-DONE TO TRUE
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE N, S OR X."
                           TO WS-CON-MESSAGE
               END-EVALUATE
           END-PERFORM.

           IF WS-BRW-FILE = "C"
               CLOSE CLIENT-MAST
           ELSE
               CLOSE OPER-MAST
           END-IF.
           MOVE SPACES TO WS-CON-MESSAGE.

       0161-START-BROWSE.
           MOVE "N" TO WS-BRW-EOF-FLAG.
           IF WS-BRW-FILE = "C"
               MOVE WS-BRW-START TO CLI-ID
               START CLIENT-MAST
                   KEY IS GREATER THAN OR EQUAL TO CLI-ID
                   INVALID KEY SET WS-BRW-EOF TO TRUE
               END-START
           ELSE
               MOVE WS-BRW-START TO OPR-ID
               START OPER-MAST
                   KEY IS GREATER THAN OR EQUAL TO OPR-ID
                   INVALID KEY SET WS-BRW-EOF TO TRUE
               END-START
           END-IF.

       0162-FILL-BROWSE-PAGE.
           MOVE SPACES TO WS-BRW-LINES.
           MOVE ZERO TO WS-BRW-COUNT.
           PERFORM UNTIL WS-BRW-EOF OR WS-BRW-COUNT >= 12
               IF WS-BRW-FILE = "C"
                   READ CLIENT-MAST NEXT RECORD
                       AT END SET WS-BRW-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BRW-COUNT
                           PERFORM 0163-FORMAT-CLIENT-LINE
                   END-READ
               ELSE
                   READ OPER-MAST NEXT RECORD
                       AT END SET WS-BRW-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BRW-COUNT
                           PERFORM 0164-FORMAT-OPERATOR-LINE
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-BRW-COUNT = ZERO
               MOVE "NO MORE RECORDS ON FILE." TO WS-CON-MESSAGE
           END-IF.

       0163-FORMAT-CLIENT-LINE.
           MOVE CLI-ID TO BCL-ID.
           MOVE CLI-NAME TO BCL-NAME.
           IF CLI-STATUS = "A"
               MOVE "ACTIVE" TO BCL-STATUS
           ELSE
               MOVE "DEACT" TO BCL-STATUS
           END-IF.
           MOVE CLI-ADD-DATE TO BCL-ADDED.
           MOVE CLI-MAX-RESULT TO BCL-MAX-RESULT.
           MOVE CLI-MAX-PAIRS TO BCL-MAX-PAIRS.
           MOVE WS-BRW-CLI-LINE TO WS-BRW-LINE(WS-BRW-COUNT).

       0164-FORMAT-OPERATOR-LINE.
           MOVE OPR-ID TO BOL-ID.
           MOVE OPR-NAME TO BOL-NAME.
           MOVE OPR-LEVEL TO BOL-LEVEL.
           IF OPR-STATUS = "A"
               MOVE "ACTIVE" TO BOL-STATUS
           ELSE
               MOVE "DEACT" TO BOL-STATUS
           END-IF.
           MOVE OPR-ADD-DATE TO BOL-ADDED.
           MOVE WS-BRW-OPR-LINE TO WS-BRW-LINE(WS-BRW-COUNT).

       0170-OPEN-CLIENT-FILE.
           OPEN I-O CLIENT-MAST.
           IF WS-CLI-FILE-STATUS = "35"
               OPEN OUTPUT CLIENT-MAST
               CLOSE CLIENT-MAST
               OPEN I-O CLIENT-MAST
           END-IF.
           IF WS-CLI-FILE-STATUS NOT = "00"
               PERFORM 0197-ABORT-CLIENT-FILE
           END-IF.

       0171-OPEN-OPERATOR-FILE.
           OPEN I-O OPER-MAST.
           IF WS-OPR-FILE-STATUS NOT = "00"
               PERFORM 0191-ABORT-OPERATOR-FILE
           END-IF.

       0180-OPEN-AUDIT-TRAIL.
           OPEN EXTEND CAL-AUDIT.
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT CAL-AUDIT
           END-IF.
           IF WS-AUD-FILE-STATUS NOT = "00"
               PERFORM 0196-ABORT-AUDIT-FILE
           END-IF.

       0181-WRITE-AUDIT-RECORD.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           MOVE SPACES TO AUD-RECORD.
           MOVE WS-RUN-DATE-8 TO AUD-DATE.
           MOVE WS-RUN-TIME-8(1:6) TO AUD-TIME.
           MOVE "CALCMENU" TO AUD-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-AUD-FILE-NAME TO AUD-FILE.
           MOVE WS-AUD-ACTION TO AUD-ACTION.
           MOVE WS-AUD-KEY TO AUD-KEY.
           MOVE WS-AUD-BEFORE TO AUD-BEFORE.
           MOVE WS-AUD-AFTER TO AUD-AFTER.
           WRITE AUD-RECORD.

       0182-AUDIT-CLIENT.
           MOVE "CLIENTMST" TO WS-AUD-FILE-NAME.
           MOVE CLI-ID TO WS-AUD-KEY.
           MOVE CLI-RECORD TO WS-AUD-AFTER.
           PERFORM 0181-WRITE-AUDIT-RECORD.

       0183-AUDIT-OPERATOR.
           MOVE "OPERMAST" TO WS-AUD-FILE-NAME.
           MOVE OPR-ID TO WS-AUD-KEY.
           MOVE OPR-RECORD TO WS-AUD-AFTER.
           PERFORM 0181-WRITE-AUDIT-RECORD.

       0191-ABORT-OPERATOR-FILE.
           DISPLAY "CALCMENU: RUN ABORTED.".
           DISPLAY "opermast.dat COULD NOT BE OPENED (STATUS "
               WS-OPR-FILE-STATUS ").".
           DISPLAY "THE CONSOLE MUST BE SIGNED ON WITH AN ID FROM".
           DISPLAY "THE OPERATOR MASTER. BUILD THE FILE WITH THE".
           DISPLAY "OPERMNT UTILITY (ADD,oper-id,level,name) AND".
           DISPLAY "RERUN.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-DENY-RUN.
           DISPLAY "CALCMENU: SIGN-ON DENIED FOR OPERATOR "
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
                   DISPLAY "CALCMENU: calclock.dat IS HELD BY "
                       WS-LKH-PROGRAM " - DENIED ATTEMPT NOT LOGGED."
               ELSE
                   DISPLAY "CALCMENU: calclock.dat COULD NOT BE READ"
                       " (STATUS " WS-LCK-FILE-STATUS ") -"
                       " DENIED ATTEMPT NOT LOGGED."
               END-IF
           ELSE
               OPEN EXTEND CAL-RUNLOG
               IF WS-RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT CAL-RUNLOG
               END-IF
               IF WS-RLOG-FILE-STATUS NOT = "00"
                   DISPLAY "CALCMENU: COULD NOT OPEN runlog.dat -"
                       " DENIED ATTEMPT NOT LOGGED."
               ELSE
                   MOVE SPACES TO RLOG-RECORD
                   MOVE WS-RUN-DATE-8 TO WS-RUNID-DATE
                   MOVE WS-RUN-HH TO WS-RUNID-HH
                   MOVE WS-RUN-MIN TO WS-RUNID-MIN
                   MOVE WS-RUN-SS TO WS-RUNID-SS
                   MOVE WS-RUN-ID TO RLOG-RUN-ID
                   MOVE WS-OPERATOR-ID TO RLOG-OPERATOR
                   STRING "CALCMENU SIGN-ON"
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
                       DISPLAY "CALCMENU: runlog.dat WRITE FAILED"
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
                   MOVE "CALCMENU" TO LCK-PROGRAM
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
                   DISPLAY "CALCMENU: COULD NOT RELEASE calclock.dat"
                       " (STATUS " WS-LCK-FILE-STATUS ") - A"
                       " SUPERVISOR MUST CLEAR IT WITH CALCLOCK"
                       " (CLEAR,oper-id) BEFORE THE NEXT RUN."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0196-ABORT-AUDIT-FILE.
           DISPLAY "CALCMENU: RUN ABORTED.".
           DISPLAY "audtrail.dat COULD NOT BE OPENED (STATUS "
               WS-AUD-FILE-STATUS ") - EVERY MASTER FILE".
           DISPLAY "CHANGE IS AUDITED, SO THE CONSOLE CANNOT BE".
           DISPLAY "USED WITHOUT IT. CHECK DIRECTORY PERMISSIONS,".
           DISPLAY "DISK SPACE, AND THAT THE TARGET PATH IS".
           DISPLAY "WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0197-ABORT-CLIENT-FILE.
           DISPLAY "CALCMENU: RUN ABORTED.".
           DISPLAY "clientmst.dat COULD NOT BE OPENED (STATUS "
               WS-CLI-FILE-STATUS ") - CHECK DIRECTORY".
           DISPLAY "PERMISSIONS, DISK SPACE, AND THAT THE TARGET".
           DISPLAY "PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "CALCMENU: RUN ABORTED.".
           DISPLAY "prodate.dat COULD NOT BE OPENED FOR OUTPUT -".
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CALCMENU.
