       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMTCNV.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CLIENT ASSIGN TO "clientmst.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CLI-ID
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT CLIENT-MAST ASSIGN TO "clientmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD OLD-CLIENT.
        01 OLD-RECORD.
            05 OLD-CLI-ID      PIC X(6).
            05 FILLER          PIC X(39).

        FD CLIENT-MAST.
        01 CLI-RECORD.
            05 CLI-ID          PIC X(6).
            05 CLI-NAME        PIC X(30).
            05 CLI-STATUS      PIC X.
            05 CLI-ADD-DATE    PIC 9(8).
            05 CLI-MAX-RESULT  PIC 9(9).
            05 CLI-MAX-PAIRS   PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS    pic XX value spaces.
       01 WS-CLI-FILE-STATUS    pic XX value spaces.

       01 WS-EOF-FLAG    pic X value "N".
           88 WS-EOF               value "Y".

       01 WS-FAILED-FLAG pic X value "N".
           88 WS-CONVERT-FAILED    value "Y".

       01 WS-READ-COUNT      pic 9(9) value zero.
       01 WS-WRITTEN-COUNT   pic 9(9) value zero.
       01 WS-PRESENT-COUNT   pic 9(9) value zero.

       PROCEDURE DIVISION.

       0100-CONVERT-CLIENTS.
           OPEN INPUT OLD-CLIENT.
           IF WS-OLD-FILE-STATUS NOT = "00"
               PERFORM 0197-ABORT-OLD-OPEN
           END-IF.

           OPEN INPUT CLIENT-MAST.
           IF WS-CLI-FILE-STATUS NOT = "35"
               IF WS-CLI-FILE-STATUS = "00"
                   CLOSE CLIENT-MAST
               END-IF
               PERFORM 0196-ABORT-NEW-ON-HAND
           END-IF.
           OPEN OUTPUT CLIENT-MAST.
           IF WS-CLI-FILE-STATUS NOT = "00"
               PERFORM 0198-ABORT-NEW-OPEN
           END-IF.

           PERFORM UNTIL WS-EOF
               READ OLD-CLIENT NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0110-CONVERT-ONE-RECORD
               END-READ
               IF WS-OLD-FILE-STATUS NOT = "00"
                  AND WS-OLD-FILE-STATUS NOT = "10"
                   SET WS-CONVERT-FAILED TO TRUE
                   SET WS-EOF TO TRUE
                   DISPLAY "CLIMTCNV: clientmst.old READ FAILED"
                       " (STATUS " WS-OLD-FILE-STATUS
                       ") - CONVERSION STOPPED."
               END-IF
           END-PERFORM.

           CLOSE OLD-CLIENT.
           CLOSE CLIENT-MAST.

           DISPLAY "CLIMTCNV: RECORDS READ FROM clientmst.old:  "
               WS-READ-COUNT.
           DISPLAY "CLIMTCNV: RECORDS WRITTEN TO clientmst.dat: "
               WS-WRITTEN-COUNT.
           IF WS-PRESENT-COUNT > ZERO
               DISPLAY "CLIMTCNV: DUPLICATE KEYS NOT WRITTEN:       "
                   WS-PRESENT-COUNT
           END-IF.

           IF WS-CONVERT-FAILED
               DISPLAY "CLIMTCNV: CONVERSION INCOMPLETE - DELETE THE"
                   " NEW clientmst.dat, CORRECT THE PROBLEM, AND RERUN."
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
                   DISPLAY "CLIMTCNV: COUNTS DO NOT AGREE - REVIEW"
                       " BEFORE RELEASING THE NEW clientmst.dat."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "CLIMTCNV: CONVERSION COMPLETE. EVERY"
                       " CLIENT STARTS WITH NO LIMITS; KEEP"
                       " clientmst.old UNTIL THE NEXT NIGHTLY RUN"
                       " HAS BALANCED."
               END-IF
           END-IF.
           STOP RUN.

       0110-CONVERT-ONE-RECORD.
           MOVE OLD-RECORD TO CLI-RECORD.
           MOVE ZERO TO CLI-MAX-RESULT CLI-MAX-PAIRS.
           WRITE CLI-RECORD
               INVALID KEY ADD 1 TO WS-PRESENT-COUNT
               NOT INVALID KEY ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
           IF WS-CLI-FILE-STATUS NOT = "00"
              AND WS-CLI-FILE-STATUS NOT = "02"
              AND WS-CLI-FILE-STATUS NOT = "22"
               SET WS-CONVERT-FAILED TO TRUE
               SET WS-EOF TO TRUE
               DISPLAY "CLIMTCNV: clientmst.dat WRITE FAILED (STATUS "
                   WS-CLI-FILE-STATUS ") AT CLIENT " CLI-ID
                   " - CONVERSION STOPPED."
           END-IF.

       0196-ABORT-NEW-ON-HAND.
           DISPLAY "CLIMTCNV: STARTUP ABORTED.".
           DISPLAY "clientmst.dat IS STILL ON HAND (STATUS "
               WS-CLI-FILE-STATUS ").".
           DISPLAY "RENAME THE EXISTING clientmst.dat TO".
           DISPLAY "clientmst.old BEFORE CONVERTING. IF clientmst.dat".
           DISPLAY "WAS ALREADY CONVERTED, NO FURTHER ACTION IS".
           DISPLAY "NEEDED.".
           CLOSE OLD-CLIENT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0197-ABORT-OLD-OPEN.
           DISPLAY "CLIMTCNV: STARTUP ABORTED.".
           DISPLAY "clientmst.old COULD NOT BE OPENED (STATUS "
               WS-OLD-FILE-STATUS ").".
           DISPLAY "RENAME THE EXISTING clientmst.dat TO".
           DISPLAY "clientmst.old AND RERUN. THE NEW clientmst.dat IS".
           DISPLAY "BUILT FROM IT WITH ZERO (NO) CLIENT LIMITS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0198-ABORT-NEW-OPEN.
           DISPLAY "CLIMTCNV: STARTUP ABORTED.".
           DISPLAY "COULD NOT CREATE clientmst.dat (STATUS "
               WS-CLI-FILE-STATUS ") - CHECK DIRECTORY".
           DISPLAY "PERMISSIONS, DISK SPACE, AND THAT THE TARGET".
           DISPLAY "PATH IS WRITABLE.".
           CLOSE OLD-CLIENT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM CLIMTCNV.
