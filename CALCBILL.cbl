       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBILL.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-REGISTER ASSIGN TO "billreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT INV-DETAIL ASSIGN TO "invdetl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT CAL-PERIOD ASSIGN TO "calcperd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT CLIENT-MAST ASSIGN TO "clientmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-FILE-STATUS.
           SELECT FEE-SCHED ASSIGN TO "feesched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CLIENT
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT CALC-HIST ASSIGN TO "calchist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-RUN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CALC-SUMM ASSIGN TO "calcsumm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUMM-DATE
               FILE STATUS IS WS-SUMM-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD BILL-REGISTER.
        01 BILL-PRINT-LINE  PIC X(132).

        FD INV-DETAIL.
        01 INV-HEADER-RECORD.
            05 INV-HDR-TYPE      PIC X.
            05 INV-HDR-PERIOD    PIC 9(6).
            05 INV-HDR-RUN-DATE  PIC 9(8).
            05 INV-HDR-RUN-TIME  PIC 9(6).
            05 INV-HDR-STATUS    PIC X.
            05 FILLER            PIC X(38).
        01 INV-DETAIL-RECORD.
            05 INV-DET-TYPE      PIC X.
            05 INV-DET-CLIENT    PIC X(6).
            05 INV-DET-LINE      PIC X.
            05 INV-DET-QUANTITY  PIC 9(7).
            05 INV-DET-RATE      PIC 9(7)V99.
            05 INV-DET-AMOUNT    PIC 9(11)V99.
            05 FILLER            PIC X(23).
        01 INV-TRAILER-RECORD.
            05 INV-TRL-TYPE      PIC X.
            05 INV-TRL-COUNT     PIC 9(7).
            05 INV-TRL-CLIENTS   PIC 9(5).
            05 INV-TRL-HASH      PIC 9(13)V99.
            05 FILLER            PIC X(32).

        FD CAL-PERIOD.
        01 PRD-RECORD.
            05 PRD-CLOSED-PERIOD PIC 9(6).
            05 PRD-CLOSE-DATE    PIC 9(8).
            05 PRD-CLOSE-TIME    PIC 9(6).
            05 PRD-CLOSE-OPER    PIC X(8).

        FD CLIENT-MAST.
        01 CLI-RECORD.
            05 CLI-ID          PIC X(6).
            05 CLI-NAME        PIC X(30).
            05 CLI-STATUS      PIC X.
            05 CLI-ADD-DATE    PIC 9(8).
            05 CLI-MAX-RESULT  PIC 9(9).
            05 CLI-MAX-PAIRS   PIC 9(5).

        FD FEE-SCHED.
        01 FEE-RECORD.
            05 FEE-CLIENT      PIC X(6).
            05 FEE-CHG-ADD     PIC 9(3)V99.
            05 FEE-CHG-SUB     PIC 9(3)V99.
            05 FEE-CHG-MULT    PIC 9(3)V99.
            05 FEE-CHG-DIV     PIC 9(3)V99.
            05 FEE-MIN-MONTHLY PIC 9(7)V99.
            05 FEE-SET-DATE    PIC 9(8).

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

        FD CALC-SUMM.
        01 SUMM-RECORD.
            05 SUMM-DATE       PIC 9(8).
            05 SUMM-COUNT      PIC 9(7).
            05 SUMM-TOT-ADD    PIC S9(9).
            05 SUMM-TOT-SUB    PIC S9(9).
            05 SUMM-TOT-MULT   PIC S9(11).
            05 SUMM-TOT-DIV    PIC S9(9)V99.
            05 SUMM-DIVSKIP    PIC 9(7).
            05 SUMM-REJECTS    PIC 9(5).
            05 SUMM-DUPS       PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS pic XX value spaces.
       01 WS-INV-FILE-STATUS    pic XX value spaces.
       01 WS-PRD-FILE-STATUS    pic XX value spaces.
       01 WS-CLI-FILE-STATUS    pic XX value spaces.
       01 WS-FEE-FILE-STATUS    pic XX value spaces.
       01 WS-HIST-FILE-STATUS   pic XX value spaces.
       01 WS-SUMM-FILE-STATUS   pic XX value spaces.

       01 WS-FEE-OPEN-FLAG      pic X value "N".
           88 WS-FEE-OPEN               value "Y".

       01 WS-FEE-FOUND-FLAG     pic X value "N".
           88 WS-FEE-FOUND              value "Y".

       01 WS-EOF-FLAG    pic X value "N".
           88 WS-EOF               value "Y".

       01 WS-CLT-FOUND-FLAG pic X value "N".
           88 WS-CLT-FOUND         value "Y".

       01 WS-PERIOD-CLOSED-FLAG pic X value "N".
           88 WS-PERIOD-CLOSED     value "Y".

       01 WS-SUMM-DIFF-FLAG pic X value "N".
           88 WS-SUMM-DIFFERS      value "Y".

       01 WS-CLOSED-PERIOD      pic 9(6) value zero.

       01 WS-COMMAND-LINE    pic X(80) value spaces.
       01 WS-PERIOD-TEXT     pic X(10) value spaces.

       01 WS-PERIOD          pic 9(6) value zero.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PER-YYYY pic 9(4).
           05 WS-PER-MM   pic 9(2).

       01 WS-MONTH-FROM      pic 9(8) value zero.
       01 WS-MONTH-TO        pic 9(8) value zero.

       01 WS-RUN-DATE-8.
           05 WS-RUN-YYYY pic 9(4).
           05 WS-RUN-MM   pic 9(2).
           05 WS-RUN-DD   pic 9(2).

       01 WS-RUN-TIME-8.
           05 WS-RUN-HH   pic 9(2).
           05 WS-RUN-MIN  pic 9(2).
           05 WS-RUN-SS   pic 9(2).
           05 WS-RUN-CC   pic 9(2).

       01 WS-RUN-DATE-DISPLAY.
           05 WS-RDD-MM   pic 9(2).
           05 FILLER      pic X value "/".
           05 WS-RDD-DD   pic 9(2).
           05 FILLER      pic X value "/".
           05 WS-RDD-YYYY pic 9(4).

       01 WS-RUN-TIME-DISPLAY.
           05 WS-RTD-HH   pic 9(2).
           05 FILLER      pic X value ":".
           05 WS-RTD-MIN  pic 9(2).
           05 FILLER      pic X value ":".
           05 WS-RTD-SS   pic 9(2).

       01 WS-SUMM-DAYS       pic 9(3) value zero.
       01 WS-SUMM-PAIRS      pic 9(7) value zero.
       01 WS-SUMM-DIVSKIP    pic 9(7) value zero.
       01 WS-SUMM-REJECTS    pic 9(7) value zero.
       01 WS-SUMM-DUPS       pic 9(7) value zero.

       01 WS-HIST-PAIRS      pic 9(7) value zero.
       01 WS-HIST-DIVSKIP    pic 9(7) value zero.

       01 WS-CLIENTS-ON-FILE pic 9(5) value zero.
       01 WS-CLIENTS-BILLED  pic 9(5) value zero.
       01 WS-CLIENTS-EXCEPT  pic 9(5) value zero.
       01 WS-CLIENTS-IDLE    pic 9(5) value zero.
       01 WS-PAIRS-BILLED    pic 9(7) value zero.
       01 WS-PAIRS-EXCEPT    pic 9(7) value zero.
       01 WS-OPS-CHARGED     pic 9(7) value zero.
       01 WS-TOT-ACTIVITY    pic 9(13)V99 value zero.
       01 WS-TOT-MIN-ADJ     pic 9(13)V99 value zero.
       01 WS-TOT-INVOICED    pic 9(13)V99 value zero.

       01 WS-INV-REC-COUNT   pic 9(7) value zero.
       01 WS-INV-HASH        pic 9(13)V99 value zero.
       01 WS-INV-ACTIVITY    pic 9(11)V99 value zero.
       01 WS-INV-MIN-ADJ     pic 9(11)V99 value zero.
       01 WS-INV-TOTAL       pic 9(11)V99 value zero.
       01 WS-INV-PAIRS       pic 9(7) value zero.
       01 WS-INV-LINE        pic X value space.
       01 WS-INV-QUANTITY    pic 9(7) value zero.
       01 WS-INV-RATE        pic 9(7)V99 value zero.
       01 WS-INV-AMOUNT      pic 9(11)V99 value zero.

       01 WS-EXC-REASON      pic X(36) value spaces.
       01 WS-FIND-CLIENT     pic X(6) value spaces.

       01 WS-CLT-COUNT       pic 9(4) value zero.
       01 WS-CLT-IX          pic 9(4) value zero.
       01 WS-OP-IX           pic 9 value zero.

       01 WS-CLT-TABLE.
           05 WS-CLT-ENTRY OCCURS 2000 TIMES.
               10 WS-CLT-ID           PIC X(6).
               10 WS-CLT-ON-MAST      PIC X.
               10 WS-CLT-PAIRS        PIC 9(7).
               10 WS-CLT-DIVSKIP      PIC 9(7).
               10 WS-CLT-OPS          PIC 9(7) OCCURS 4 TIMES.

       01 WS-RATE-TABLE.
           05 WS-RATE            PIC 9(3)V99 OCCURS 4 TIMES.

       01 WS-OP-CODES           PIC X(4) VALUE "ASMD".
       01 WS-OP-CODE-TABLE REDEFINES WS-OP-CODES.
           05 WS-OP-CODE PIC X OCCURS 4 TIMES.

       01 WS-REPORT-ADVANCE  pic 9 value 1.
       01 WS-REPORT-BLANKS   pic 9 value zero.
       01 WS-REPORT-SAVE-LINE pic X(132) value spaces.

       01 BILL-RUN-HEADER.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(24)
               VALUE "CALCULATE BILLING       ".
           05 FILLER        PIC X(6) VALUE "DATE: ".
           05 BRH-RUN-DATE  PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(6) VALUE "TIME: ".
           05 BRH-RUN-TIME  PIC X(8).
           05 FILLER        PIC X(75) VALUE SPACES.

       01 BILL-PERIOD-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(20)
               VALUE "BILLING PERIOD:     ".
           05 BPL-PER-YYYY  PIC 9(4).
           05 FILLER        PIC X VALUE "/".
           05 BPL-PER-MM    PIC 9(2).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 BPL-STATUS    PIC X(40).
           05 FILLER        PIC X(61) VALUE SPACES.

       01 BILL-SECTION-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 BSL-SECTION   PIC X(60).
           05 FILLER        PIC X(70) VALUE SPACES.

       01 BILL-INV-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "CLIENT".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(7)  VALUE "  PAIRS".
           05 FILLER PIC X(8)  VALUE "  ADD OP".
           05 FILLER PIC X(8)  VALUE "  SUB OP".
           05 FILLER PIC X(8)  VALUE "  MUL OP".
           05 FILLER PIC X(8)  VALUE "  DIV OP".
           05 FILLER PIC X(18) VALUE "          ACTIVITY".
           05 FILLER PIC X(13) VALUE "  MINIMUM ADJ".
           05 FILLER PIC X(18) VALUE "           INVOICE".
           05 FILLER PIC X(13) VALUE SPACES.

       01 BILL-INV-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 BIL-CLIENT    PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 BIL-NAME      PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 BIL-PAIRS     PIC ZZZZZZ9.
           05 BIL-OP-GROUP.
               10 BIL-OP-ENTRY OCCURS 4 TIMES.
                   15 FILLER    PIC X(1).
                   15 BIL-OPS   PIC ZZZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACES.
           05 BIL-ACTIVITY  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(1) VALUE SPACES.
           05 BIL-MIN-ADJ   PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(1) VALUE SPACES.
           05 BIL-INVOICE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(13) VALUE SPACES.

       01 BILL-EXC-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "CLIENT".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(8)  VALUE "STATUS".
           05 FILLER PIC X(8)  VALUE "  PAIRS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(36) VALUE "REASON NOT INVOICED".
           05 FILLER PIC X(36) VALUE SPACES.

       01 BILL-EXC-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 BXL-CLIENT    PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 BXL-NAME      PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 BXL-STATUS    PIC X(8).
           05 BXL-PAIRS     PIC ZZZZZZ9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 BXL-REASON    PIC X(36).
           05 FILLER        PIC X(36) VALUE SPACES.

       01 BILL-NONE-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 BNL-TEXT      PIC X(60).
           05 FILLER        PIC X(70) VALUE SPACES.

       01 BILL-TOTAL-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 BTL-LABEL     PIC X(36).
           05 BTL-VALUE     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BILL-PERIOD.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 0101-PARSE-PARMS.
           PERFORM 0104-LOAD-PERIOD-CONTROL.

           OPEN OUTPUT BILL-REGISTER.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               PERFORM 0198-ABORT-OPEN-FAILURE
           END-IF.
           OPEN OUTPUT INV-DETAIL.
           IF WS-INV-FILE-STATUS NOT = "00"
               CLOSE BILL-REGISTER
               PERFORM 0197-ABORT-INVOICE-OPEN
           END-IF.

           PERFORM 0102-WRITE-REPORT-HEADER.
           PERFORM 0103-WRITE-INVOICE-HEADER.
           PERFORM 0110-LOAD-DAILY-SUMMARIES.
           PERFORM 0120-BUILD-CLIENT-ACTIVITY.
           PERFORM 0130-PRICE-CLIENTS.
           PERFORM 0140-LIST-EXCEPTIONS.
           PERFORM 0150-WRITE-CONTROL-TOTALS.
           PERFORM 0155-WRITE-INVOICE-TRAILER.

           CLOSE INV-DETAIL.
           CLOSE BILL-REGISTER.

           DISPLAY "CALCBILL: PERIOD " WS-PER-YYYY "/" WS-PER-MM
               " - " WS-CLIENTS-BILLED " CLIENT(S) INVOICED IN"
               " invdetl.dat, REGISTER IN billreg.dat.".
           IF WS-CLIENTS-EXCEPT > ZERO
               DISPLAY "CALCBILL: " WS-CLIENTS-EXCEPT " CLIENT(S)"
                   " HAVE NO FEE SCHEDULE AND WERE NOT INVOICED -"
                   " SEE THE EXCEPTION LIST."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT WS-PERIOD-CLOSED
               DISPLAY "CALCBILL: PERIOD " WS-PERIOD " IS NOT CLOSED"
                   " - THE INVOICES ARE PROVISIONAL."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SUMM-DIFFERS
               DISPLAY "CALCBILL: calchist.dat AND calcsumm.dat"
                   " DISAGREE ON THE PERIOD'S PAIR COUNT - SEE THE"
                   " CONTROL TOTALS."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0101-PARSE-PARMS.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ","
                   INTO WS-PERIOD-TEXT
               END-UNSTRING
           END-IF.
           IF WS-PERIOD-TEXT = SPACES
              OR FUNCTION TRIM(WS-PERIOD-TEXT) IS NOT NUMERIC
               PERFORM 0199-ABORT-NO-PERIOD
           END-IF.
           COMPUTE WS-PERIOD = FUNCTION NUMVAL(
               FUNCTION TRIM(WS-PERIOD-TEXT)).
           IF WS-PER-YYYY < 1990 OR WS-PER-MM < 1 OR WS-PER-MM > 12
               PERFORM 0199-ABORT-NO-PERIOD
           END-IF.
           COMPUTE WS-MONTH-FROM = WS-PERIOD * 100 + 1.
           COMPUTE WS-MONTH-TO = WS-PERIOD * 100 + 31.

       0102-WRITE-REPORT-HEADER.
           MOVE WS-RUN-MM TO WS-RDD-MM.
           MOVE WS-RUN-DD TO WS-RDD-DD.
           MOVE WS-RUN-YYYY TO WS-RDD-YYYY.
           MOVE WS-RUN-DATE-DISPLAY TO BRH-RUN-DATE.

           MOVE WS-RUN-HH TO WS-RTD-HH.
           MOVE WS-RUN-MIN TO WS-RTD-MIN.
           MOVE WS-RUN-SS TO WS-RTD-SS.
           MOVE WS-RUN-TIME-DISPLAY TO BRH-RUN-TIME.

           MOVE BILL-RUN-HEADER TO BILL-PRINT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

           MOVE WS-PER-YYYY TO BPL-PER-YYYY.
           MOVE WS-PER-MM TO BPL-PER-MM.
           IF WS-PERIOD-CLOSED
               MOVE "PERIOD CLOSED - INVOICES ARE FINAL"
                   TO BPL-STATUS
           ELSE
               MOVE "PERIOD NOT CLOSED - INVOICES PROVISIONAL"
                   TO BPL-STATUS
           END-IF.
           MOVE BILL-PERIOD-LINE TO BILL-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.

       0103-WRITE-INVOICE-HEADER.
           MOVE SPACES TO INV-HEADER-RECORD.
           MOVE "H" TO INV-HDR-TYPE.
           MOVE WS-PERIOD TO INV-HDR-PERIOD.
           MOVE WS-RUN-DATE-8 TO INV-HDR-RUN-DATE.
           MOVE WS-RUN-TIME-8(1:6) TO INV-HDR-RUN-TIME.
           IF WS-PERIOD-CLOSED
               MOVE "F" TO INV-HDR-STATUS
           ELSE
               MOVE "P" TO INV-HDR-STATUS
           END-IF.
           WRITE INV-HEADER-RECORD.
           ADD 1 TO WS-INV-REC-COUNT.

       0104-LOAD-PERIOD-CONTROL.
           MOVE ZERO TO WS-CLOSED-PERIOD.
           OPEN INPUT CAL-PERIOD.
           IF WS-PRD-FILE-STATUS = "00"
               READ CAL-PERIOD
                   AT END CONTINUE
                   NOT AT END
                       IF PRD-CLOSED-PERIOD NUMERIC
                           MOVE PRD-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE CAL-PERIOD
           END-IF.
           IF WS-PERIOD <= WS-CLOSED-PERIOD
               SET WS-PERIOD-CLOSED TO TRUE
           END-IF.

       0110-LOAD-DAILY-SUMMARIES.
           OPEN INPUT CALC-SUMM.
           IF WS-SUMM-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               MOVE WS-MONTH-FROM TO SUMM-DATE
               START CALC-SUMM
                   KEY IS GREATER THAN OR EQUAL TO SUMM-DATE
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               IF WS-SUMM-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CALC-SUMM NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF SUMM-DATE > WS-MONTH-TO
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-SUMM-DAYS
                               ADD SUMM-COUNT TO WS-SUMM-PAIRS
                               ADD SUMM-DIVSKIP TO WS-SUMM-DIVSKIP
                               ADD SUMM-REJECTS TO WS-SUMM-REJECTS
                               ADD SUMM-DUPS TO WS-SUMM-DUPS
                           END-IF
                   END-READ
                   IF WS-SUMM-FILE-STATUS NOT = "00"
                       SET WS-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE CALC-SUMM
           END-IF.

       0120-BUILD-CLIENT-ACTIVITY.
           OPEN INPUT CALC-HIST.
           IF WS-HIST-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-HIST-FILE-STATUS NOT = "00"
                   PERFORM 0190-ABORT-HISTORY-OPEN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               MOVE WS-MONTH-FROM TO HIST-RUN-DATE
               MOVE ZERO TO HIST-SEQ
               START CALC-HIST
                   KEY IS GREATER THAN OR EQUAL TO HIST-KEY
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               IF WS-HIST-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CALC-HIST NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE > WS-MONTH-TO
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-HIST-PAIRS
                               PERFORM 0121-ACCUMULATE-CLIENT
                           END-IF
                   END-READ
                   IF WS-HIST-FILE-STATUS NOT = "00"
                       SET WS-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE CALC-HIST
           END-IF.

           IF WS-HIST-PAIRS NOT = WS-SUMM-PAIRS
               SET WS-SUMM-DIFFERS TO TRUE
           END-IF.

       0121-ACCUMULATE-CLIENT.
           MOVE HIST-CLIENT TO WS-FIND-CLIENT.
           PERFORM 0131-FIND-CLIENT.
           IF NOT WS-CLT-FOUND
               IF WS-CLT-COUNT >= 2000
                   PERFORM 0189-ABORT-TOO-MANY-CLIENTS
               END-IF
               ADD 1 TO WS-CLT-COUNT
               MOVE WS-CLT-COUNT TO WS-CLT-IX
               INITIALIZE WS-CLT-ENTRY(WS-CLT-IX)
               MOVE HIST-CLIENT TO WS-CLT-ID(WS-CLT-IX)
               MOVE "N" TO WS-CLT-ON-MAST(WS-CLT-IX)
           END-IF.

           ADD 1 TO WS-CLT-PAIRS(WS-CLT-IX).
           IF HIST-OP-CODE = "A" OR HIST-OP-CODE = "*"
               ADD 1 TO WS-CLT-OPS(WS-CLT-IX, 1)
           END-IF.
           IF HIST-OP-CODE = "S" OR HIST-OP-CODE = "*"
               ADD 1 TO WS-CLT-OPS(WS-CLT-IX, 2)
           END-IF.
           IF HIST-OP-CODE = "M" OR HIST-OP-CODE = "*"
               ADD 1 TO WS-CLT-OPS(WS-CLT-IX, 3)
           END-IF.
           IF HIST-OP-CODE = "D" OR HIST-OP-CODE = "*"
               IF HIST-DIV-VALID = "Y"
                   ADD 1 TO WS-CLT-OPS(WS-CLT-IX, 4)
               ELSE
                   ADD 1 TO WS-CLT-DIVSKIP(WS-CLT-IX)
                   ADD 1 TO WS-HIST-DIVSKIP
               END-IF
           END-IF.

       0130-PRICE-CLIENTS.
           MOVE "INVOICES" TO BSL-SECTION.
           MOVE BILL-SECTION-LINE TO BILL-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE BILL-INV-HEADING TO BILL-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.

           OPEN INPUT CLIENT-MAST.
           IF WS-CLI-FILE-STATUS NOT = "00"
               PERFORM 0191-ABORT-CLIENT-FILE
           END-IF.
           OPEN INPUT FEE-SCHED.
           IF WS-FEE-FILE-STATUS = "00"
               SET WS-FEE-OPEN TO TRUE
           ELSE
               IF WS-FEE-FILE-STATUS NOT = "35"
                   PERFORM 0192-ABORT-FEE-FILE
               END-IF
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CLIENT-MAST NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLIENTS-ON-FILE
                       MOVE CLI-ID TO WS-FIND-CLIENT
                       PERFORM 0131-FIND-CLIENT
                       IF WS-CLT-FOUND
                           MOVE "Y" TO WS-CLT-ON-MAST(WS-CLT-IX)
                       END-IF
                       PERFORM 0135-READ-FEE-SCHEDULE
                       IF WS-FEE-FOUND
                           IF CLI-STATUS = "A" OR WS-CLT-FOUND
                               PERFORM 0132-INVOICE-CLIENT
                           ELSE
                               ADD 1 TO WS-CLIENTS-IDLE
                           END-IF
                       END-IF
               END-READ
               IF WS-CLI-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.

           IF WS-CLIENTS-BILLED = ZERO
               MOVE "NO CLIENTS INVOICED FOR THE PERIOD." TO BNL-TEXT
               MOVE BILL-NONE-LINE TO BILL-PRINT-LINE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

       0131-FIND-CLIENT.
           MOVE "N" TO WS-CLT-FOUND-FLAG.
           MOVE ZERO TO WS-CLT-IX.
           PERFORM UNTIL WS-CLT-FOUND OR WS-CLT-IX >= WS-CLT-COUNT
               ADD 1 TO WS-CLT-IX
               IF WS-CLT-ID(WS-CLT-IX) = WS-FIND-CLIENT
                   SET WS-CLT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       0132-INVOICE-CLIENT.
           MOVE FEE-CHG-ADD TO WS-RATE(1).
           MOVE FEE-CHG-SUB TO WS-RATE(2).
           MOVE FEE-CHG-MULT TO WS-RATE(3).
           MOVE FEE-CHG-DIV TO WS-RATE(4).
           MOVE ZERO TO WS-INV-ACTIVITY WS-INV-MIN-ADJ WS-INV-PAIRS.

           MOVE CLI-ID TO BIL-CLIENT.
           MOVE CLI-NAME TO BIL-NAME.
           MOVE ZERO TO WS-OP-IX.
           PERFORM UNTIL WS-OP-IX >= 4
               ADD 1 TO WS-OP-IX
               MOVE SPACE TO BIL-OP-ENTRY(WS-OP-IX)
               MOVE ZERO TO WS-INV-QUANTITY
               IF WS-CLT-FOUND
                   MOVE WS-CLT-OPS(WS-CLT-IX, WS-OP-IX)
                       TO WS-INV-QUANTITY
               END-IF
               MOVE WS-INV-QUANTITY TO BIL-OPS(WS-OP-IX)
               IF WS-INV-QUANTITY > ZERO
                   MOVE WS-OP-CODE(WS-OP-IX) TO WS-INV-LINE
                   MOVE WS-RATE(WS-OP-IX) TO WS-INV-RATE
                   COMPUTE WS-INV-AMOUNT =
                       WS-INV-QUANTITY * WS-INV-RATE
                   ADD WS-INV-AMOUNT TO WS-INV-ACTIVITY
                   ADD WS-INV-QUANTITY TO WS-OPS-CHARGED
                   PERFORM 0133-WRITE-INVOICE-DETAIL
               END-IF
           END-PERFORM.

           IF WS-INV-ACTIVITY < FEE-MIN-MONTHLY
               COMPUTE WS-INV-MIN-ADJ =
                   FEE-MIN-MONTHLY - WS-INV-ACTIVITY
               MOVE "N" TO WS-INV-LINE
               MOVE ZERO TO WS-INV-QUANTITY
               MOVE FEE-MIN-MONTHLY TO WS-INV-RATE
               MOVE WS-INV-MIN-ADJ TO WS-INV-AMOUNT
               PERFORM 0133-WRITE-INVOICE-DETAIL
           END-IF.

           COMPUTE WS-INV-TOTAL = WS-INV-ACTIVITY + WS-INV-MIN-ADJ.
           IF WS-CLT-FOUND
               MOVE WS-CLT-PAIRS(WS-CLT-IX) TO WS-INV-PAIRS
           END-IF.

           MOVE WS-INV-PAIRS TO BIL-PAIRS.
           MOVE WS-INV-ACTIVITY TO BIL-ACTIVITY.
           MOVE WS-INV-MIN-ADJ TO BIL-MIN-ADJ.
           MOVE WS-INV-TOTAL TO BIL-INVOICE.
           MOVE BILL-INV-LINE TO BILL-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

           ADD 1 TO WS-CLIENTS-BILLED.
           ADD WS-INV-PAIRS TO WS-PAIRS-BILLED.
           ADD WS-INV-ACTIVITY TO WS-TOT-ACTIVITY.
           ADD WS-INV-MIN-ADJ TO WS-TOT-MIN-ADJ.
           ADD WS-INV-TOTAL TO WS-TOT-INVOICED.

       0133-WRITE-INVOICE-DETAIL.
           MOVE SPACES TO INV-DETAIL-RECORD.
           MOVE "D" TO INV-DET-TYPE.
           MOVE CLI-ID TO INV-DET-CLIENT.
           MOVE WS-INV-LINE TO INV-DET-LINE.
           MOVE WS-INV-QUANTITY TO INV-DET-QUANTITY.
           MOVE WS-INV-RATE TO INV-DET-RATE.
           MOVE WS-INV-AMOUNT TO INV-DET-AMOUNT.
           WRITE INV-DETAIL-RECORD.
           ADD 1 TO WS-INV-REC-COUNT.
           ADD WS-INV-AMOUNT TO WS-INV-HASH.

       0135-READ-FEE-SCHEDULE.
           MOVE "N" TO WS-FEE-FOUND-FLAG.
           IF WS-FEE-OPEN
               MOVE CLI-ID TO FEE-CLIENT
               READ FEE-SCHED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-FEE-FOUND TO TRUE
               END-READ
           END-IF.

       0140-LIST-EXCEPTIONS.
           MOVE "EXCEPTIONS - CLIENTS NOT INVOICED" TO BSL-SECTION.
           MOVE BILL-SECTION-LINE TO BILL-PRINT-LINE.
           MOVE 3 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE BILL-EXC-HEADING TO BILL-PRINT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.

           MOVE LOW-VALUES TO CLI-ID.
           START CLIENT-MAST KEY IS GREATER THAN OR EQUAL TO CLI-ID
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-EOF-FLAG.
           IF WS-CLI-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CLIENT-MAST NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE CLI-ID TO WS-FIND-CLIENT
                       PERFORM 0131-FIND-CLIENT
                       PERFORM 0135-READ-FEE-SCHEDULE
                       IF NOT WS-FEE-FOUND
                          AND (CLI-STATUS = "A" OR WS-CLT-FOUND)
                           MOVE "NO ENTRY ON feesched.dat"
                               TO WS-EXC-REASON
                           PERFORM 0141-WRITE-EXCEPTION
                       END-IF
               END-READ
               IF WS-CLI-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE CLIENT-MAST.
           IF WS-FEE-OPEN
               CLOSE FEE-SCHED
           END-IF.

           MOVE SPACES TO CLI-RECORD.
           MOVE "(NOT ON FILE)" TO CLI-NAME.
           MOVE "NOT ON clientmst.dat" TO WS-EXC-REASON.
           MOVE ZERO TO WS-CLT-IX.
           PERFORM UNTIL WS-CLT-IX >= WS-CLT-COUNT
               ADD 1 TO WS-CLT-IX
               IF WS-CLT-ON-MAST(WS-CLT-IX) NOT = "Y"
                   MOVE WS-CLT-ID(WS-CLT-IX) TO CLI-ID
                   SET WS-CLT-FOUND TO TRUE
                   PERFORM 0141-WRITE-EXCEPTION
               END-IF
           END-PERFORM.

           IF WS-CLIENTS-EXCEPT = ZERO
               MOVE "NONE - EVERY CLIENT HAS A FEE SCHEDULE." TO
                   BNL-TEXT
               MOVE BILL-NONE-LINE TO BILL-PRINT-LINE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

       0141-WRITE-EXCEPTION.
           MOVE CLI-ID TO BXL-CLIENT.
           MOVE CLI-NAME TO BXL-NAME.
           EVALUATE CLI-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO BXL-STATUS
               WHEN "D"
                   MOVE "DEACT" TO BXL-STATUS
               WHEN OTHER
                   MOVE SPACES TO BXL-STATUS
           END-EVALUATE.
           MOVE ZERO TO WS-INV-PAIRS.
           IF WS-CLT-FOUND
               MOVE WS-CLT-PAIRS(WS-CLT-IX) TO WS-INV-PAIRS
           END-IF.
           MOVE WS-INV-PAIRS TO BXL-PAIRS.
           MOVE WS-EXC-REASON TO BXL-REASON.
           MOVE BILL-EXC-LINE TO BILL-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.
           ADD 1 TO WS-CLIENTS-EXCEPT.
           ADD WS-INV-PAIRS TO WS-PAIRS-EXCEPT.

       0150-WRITE-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO BSL-SECTION.
           MOVE BILL-SECTION-LINE TO BILL-PRINT-LINE.
           MOVE 3 TO WS-REPORT-ADVANCE.
           PERFORM 0109-WRITE-REPORT-LINE.
           MOVE 2 TO WS-REPORT-ADVANCE.

           MOVE "CLIENTS ON clientmst.dat:" TO BTL-LABEL.
           MOVE WS-CLIENTS-ON-FILE TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           MOVE "CLIENTS INVOICED:" TO BTL-LABEL.
           MOVE WS-CLIENTS-BILLED TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE "CLIENTS ON EXCEPTION LIST:" TO BTL-LABEL.
           MOVE WS-CLIENTS-EXCEPT TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE "DEACTIVATED, NO ACTIVITY:" TO BTL-LABEL.
           MOVE WS-CLIENTS-IDLE TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.

           MOVE 2 TO WS-REPORT-ADVANCE.
           MOVE "PAIRS ON calchist.dat:" TO BTL-LABEL.
           MOVE WS-HIST-PAIRS TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           MOVE "PAIRS INVOICED:" TO BTL-LABEL.
           MOVE WS-PAIRS-BILLED TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE "PAIRS NOT INVOICED (EXCEPTIONS):" TO BTL-LABEL.
           MOVE WS-PAIRS-EXCEPT TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE "OPERATIONS CHARGED:" TO BTL-LABEL.
           MOVE WS-OPS-CHARGED TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE "DIVIDE-BY-ZERO SKIPS NOT CHARGED:" TO BTL-LABEL.
           MOVE WS-HIST-DIVSKIP TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.

           MOVE 2 TO WS-REPORT-ADVANCE.
           MOVE "PAIRS PER DAILY SUMMARIES:" TO BTL-LABEL.
           MOVE WS-SUMM-PAIRS TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           MOVE "REJECTED PAIRS NOT CHARGED:" TO BTL-LABEL.
           MOVE WS-SUMM-REJECTS TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE "DUPLICATE PAIRS NOT CHARGED:" TO BTL-LABEL.
           MOVE WS-SUMM-DUPS TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           IF WS-SUMM-DIFFERS
               MOVE "*** HISTORY AND DAILY SUMMARY PAIR COUNTS DO NOT"
                   TO BNL-TEXT
               MOVE BILL-NONE-LINE TO BILL-PRINT-LINE
               PERFORM 0109-WRITE-REPORT-LINE
               MOVE "*** AGREE - CHECK FOR PURGED OR BACKED-OUT RUNS."
                   TO BNL-TEXT
               MOVE BILL-NONE-LINE TO BILL-PRINT-LINE
               PERFORM 0109-WRITE-REPORT-LINE
           END-IF.

           MOVE 2 TO WS-REPORT-ADVANCE.
           MOVE "ACTIVITY CHARGES:" TO BTL-LABEL.
           MOVE WS-TOT-ACTIVITY TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE 1 TO WS-REPORT-ADVANCE.
           MOVE "MINIMUM FEE ADJUSTMENTS:" TO BTL-LABEL.
           MOVE WS-TOT-MIN-ADJ TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           MOVE "TOTAL INVOICED:" TO BTL-LABEL.
           MOVE WS-TOT-INVOICED TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.
           COMPUTE WS-INV-REC-COUNT = WS-INV-REC-COUNT + 1.
           MOVE "RECORDS ON invdetl.dat:" TO BTL-LABEL.
           MOVE WS-INV-REC-COUNT TO BTL-VALUE.
           PERFORM 0151-WRITE-TOTAL-LINE.

       0151-WRITE-TOTAL-LINE.
           MOVE BILL-TOTAL-LINE TO BILL-PRINT-LINE.
           PERFORM 0109-WRITE-REPORT-LINE.

       0155-WRITE-INVOICE-TRAILER.
           MOVE SPACES TO INV-TRAILER-RECORD.
           MOVE "T" TO INV-TRL-TYPE.
           MOVE WS-INV-REC-COUNT TO INV-TRL-COUNT.
           MOVE WS-CLIENTS-BILLED TO INV-TRL-CLIENTS.
           MOVE WS-INV-HASH TO INV-TRL-HASH.
           WRITE INV-TRAILER-RECORD.

       0109-WRITE-REPORT-LINE.
           MOVE BILL-PRINT-LINE TO WS-REPORT-SAVE-LINE.
           COMPUTE WS-REPORT-BLANKS = WS-REPORT-ADVANCE - 1.
           PERFORM WS-REPORT-BLANKS TIMES
               MOVE SPACES TO BILL-PRINT-LINE
               WRITE BILL-PRINT-LINE
           END-PERFORM.
           MOVE WS-REPORT-SAVE-LINE TO BILL-PRINT-LINE.
           WRITE BILL-PRINT-LINE.

       0189-ABORT-TOO-MANY-CLIENTS.
           DISPLAY "CALCBILL: RUN ABORTED.".
           DISPLAY "MORE THAN 2000 CLIENTS HAVE ACTIVITY IN PERIOD "
               WS-PERIOD " - THE PERIOD CANNOT BE PRICED IN ONE".
           DISPLAY "PASS. invdetl.dat AND billreg.dat ARE INCOMPLETE".
           DISPLAY "AND MUST NOT BE RELEASED.".
           CLOSE CALC-HIST.
           CLOSE INV-DETAIL.
           CLOSE BILL-REGISTER.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0190-ABORT-HISTORY-OPEN.
           DISPLAY "CALCBILL: RUN ABORTED.".
           DISPLAY "calchist.dat COULD NOT BE OPENED (STATUS "
               WS-HIST-FILE-STATUS ") - THE FILE IS ON HAND BUT".
           DISPLAY "UNREADABLE. invdetl.dat AND billreg.dat ARE".
           DISPLAY "INCOMPLETE AND MUST NOT BE RELEASED.".
           CLOSE INV-DETAIL.
           CLOSE BILL-REGISTER.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0191-ABORT-CLIENT-FILE.
           DISPLAY "CALCBILL: RUN ABORTED.".
           DISPLAY "clientmst.dat COULD NOT BE OPENED (STATUS "
               WS-CLI-FILE-STATUS ") - CLIENTS ARE INVOICED FROM".
           DISPLAY "THE CLIENT MASTER. invdetl.dat AND billreg.dat".
           DISPLAY "ARE INCOMPLETE AND MUST NOT BE RELEASED.".
           CLOSE INV-DETAIL.
           CLOSE BILL-REGISTER.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0192-ABORT-FEE-FILE.
           DISPLAY "CALCBILL: RUN ABORTED.".
           DISPLAY "feesched.dat COULD NOT BE OPENED (STATUS "
               WS-FEE-FILE-STATUS ") - THE FILE IS ON HAND BUT".
           DISPLAY "UNREADABLE. invdetl.dat AND billreg.dat ARE".
           DISPLAY "INCOMPLETE AND MUST NOT BE RELEASED.".
           CLOSE CLIENT-MAST.
           CLOSE INV-DETAIL.
           CLOSE BILL-REGISTER.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0197-ABORT-INVOICE-OPEN.
           DISPLAY "CALCBILL: STARTUP ABORTED.".
           DISPLAY "COULD NOT OPEN invdetl.dat FOR OUTPUT (STATUS "
               WS-INV-FILE-STATUS ") -".
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0198-ABORT-OPEN-FAILURE.
           DISPLAY "CALCBILL: STARTUP ABORTED.".
           DISPLAY "COULD NOT OPEN billreg.dat FOR OUTPUT -".
           DISPLAY "CHECK DIRECTORY PERMISSIONS, DISK SPACE, AND".
           DISPLAY "THAT THE TARGET PATH IS WRITABLE.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0199-ABORT-NO-PERIOD.
           DISPLAY "CALCBILL: RUN ABORTED.".
           DISPLAY "RUN PARAMETERS: YYYYMM".
           DISPLAY "PRICES EACH CLIENT'S calchist.dat ACTIVITY FOR".
           DISPLAY "THE PERIOD AT THE CHARGES ON feesched.dat".
           DISPLAY "(MAINTAINED WITH FEEMNT). EACH ADD, SUBTRACT,".
           DISPLAY "MULTIPLY, AND DIVIDE IS CHARGED AT THE CLIENT'S".
           DISPLAY "RATE FOR THAT OPERATION - DIVIDE-BY-ZERO SKIPS".
           DISPLAY "ARE NOT CHARGED, AND REJECTED AND DUPLICATE".
           DISPLAY "PAIRS NEVER REACH HISTORY - AND A CLIENT WHOSE".
           DISPLAY "CHARGES FALL SHORT OF ITS MINIMUM MONTHLY FEE".
           DISPLAY "IS INVOICED THE MINIMUM. INVOICE LINES GO TO".
           DISPLAY "invdetl.dat AND THE REGISTER, EXCEPTION LIST,".
           DISPLAY "AND CONTROL TOTALS TO billreg.dat. A PERIOD".
           DISPLAY "THAT IS NOT YET CLOSED (CALCMEND) IS BILLED".
           DISPLAY "PROVISIONALLY WITH CONDITION CODE 4.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CALCBILL.
