      ** THEM AT END OF RUN AND TURNS ANY SKIPPED RECORD INTO A      **
      ** NONZERO-BUT-NOT-16 RETURN CODE.                             **
      **                                                             **
      ** A RECORD SKIPPED UNDER WARN IS ALSO APPENDED, INTACT, TO    **
      ** THE SUSPENSE DATASET (SEE FILEERRSP.CPY - NAMED BY THE      **
      ** ENVIRONMENT VARIABLE FILEERR_SUSPENSE, DEFAULTING TO        **
      ** "FILEERR.SUSPENSE") WITH THE PROGRAM, FILE TAG, STATUS AND  **
      ** TIMESTAMP, FOR CORRECTION AND RESUBMISSION THROUGH          **
      ** FILERESUB. A SUSPENSE DATASET THAT WON'T OPEN IS REPORTED   **
      ** ON SYSERR AND THE SKIP GOES AHEAD - THE FILEERRLOG RULE FOR **
      ** ITS CATALOG.                                                **
      **                                                             **
      ** AUTHOR:       FRED WEIGEL                                   **
      **                                                             **
      ** DATE-WRITTEN: AUGUST 2026                                   **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** FW0826 INITIAL CODING                                       **
      ** FW1026 WARN-DISPOSITIONED RECORDS ARE WRITTEN TO THE        **
      **        SUSPENSE DATASET FOR CORRECTION AND RESUBMISSION     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO DYNAMIC WS-POLICY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO DYNAMIC WS-SUSPENSE-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-RECORD              PIC X(132).
       FD  SUSPENSE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-SUSPENSE-RECLEN.
       01  SUSPENSE-FILE-RECORD       PIC X(32760).
       WORKING-STORAGE SECTION.

       01  WS-POLICY-DSN              PIC X(64)  VALUE SPACES.
       01  WS-CALLER-NAME             PIC X(30)  VALUE SPACES.
       01  WS-DUMP-LENGTH             USAGE BINARY-LONG VALUE 0.

       01  WS-SUSPENSE-DSN            PIC X(64)  VALUE SPACES.
       01  WS-SUSPENSE-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01  WS-SUSPENSE-RECLEN         USAGE BINARY-LONG VALUE 0.
       01  WS-SUSPENSE-DATA-LEN       USAGE BINARY-LONG VALUE 0.
       01  WS-SUSPENSE-SEQ            PIC 9(6)   VALUE 0.
       01  WS-ACCEPT-DATE             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-DATE-X           REDEFINES WS-ACCEPT-DATE
                                      PIC X(8).
       01  WS-ACCEPT-TIME             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-TIME-X           REDEFINES WS-ACCEPT-TIME
                                      PIC X(8).

       COPY FILEERRSP.

       COPY FILEERRWS.

       LINKAGE SECTION.
                           INCIDENT-STATUS
                           ' SKIPPED BY POLICY (WARN)'
                           UPON SYSERR
                   PERFORM 200-WRITE-SUSPENSE
               WHEN 'R'
                   ADD 1 TO FILEERR-RETRY-COUNT
                   DISPLAY 'FILEERRDSP: ' INCIDENT-TAG ' STATUS '
               END-IF
           END-IF
           .
      *****************************************************************
      ** 200-WRITE-SUSPENSE - APPEND THE SKIPPED RECORD TO THE       **
      ** SUSPENSE DATASET BEHIND ITS HEADER. OPENED AND CLOSED PER   **
      ** ITEM, AS FILEERRLOG DOES THE CATALOG, SO EVERY ITEM IS ON   **
      ** DISK EVEN IF THE RUN DIES LATER; A BRAND-NEW DATASET COMES  **
      ** BACK 35 FROM OPEN EXTEND AND IS CREATED WITH OPEN OUTPUT.   **
      ** A RECORD LONGER THAN SP-DATA IS KEPT TO SP-DATA'S LENGTH,   **
      ** AND SP-RECLEN SAYS SO.                                      **
      *****************************************************************
       200-WRITE-SUSPENSE.
           MOVE SPACES TO WS-SUSPENSE-DSN
           ACCEPT WS-SUSPENSE-DSN FROM ENVIRONMENT 'FILEERR_SUSPENSE'
               ON EXCEPTION
                   MOVE SPACES TO WS-SUSPENSE-DSN
           END-ACCEPT
           IF WS-SUSPENSE-DSN = SPACES
               MOVE 'FILEERR.SUSPENSE' TO WS-SUSPENSE-DSN
           END-IF
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-FILE-STATUS (1 : 1) NOT = '0'
               DISPLAY 'FILEERRDSP: UNABLE TO OPEN SUSPENSE '
                       WS-SUSPENSE-DSN ' - FILE STATUS '
                       WS-SUSPENSE-FILE-STATUS
                       ' - THE SKIPPED RECORD IS NOT SUSPENDED'
                       UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUMP-LENGTH TO WS-SUSPENSE-DATA-LEN
           IF WS-SUSPENSE-DATA-LEN > LENGTH (SP-DATA)
               MOVE LENGTH (SP-DATA) TO WS-SUSPENSE-DATA-LEN
           END-IF
           IF WS-SUSPENSE-DATA-LEN > LENGTH (INCIDENT-RECORD)
               MOVE LENGTH (INCIDENT-RECORD) TO WS-SUSPENSE-DATA-LEN
           END-IF
           ADD 1 TO WS-SUSPENSE-SEQ
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO SP-HEADER
           STRING WS-ACCEPT-DATE-X WS-ACCEPT-TIME-X
                  DELIMITED BY SIZE
               INTO SP-ITEM-STAMP
           END-STRING
           MOVE WS-SUSPENSE-SEQ TO SP-ITEM-SEQ
           SET SP-OPEN TO TRUE
           MOVE WS-CALLER-NAME TO SP-PROGRAM
           MOVE INCIDENT-TAG TO SP-FILE-TAG
           MOVE INCIDENT-STATUS TO SP-STATUS
           STRING WS-ACCEPT-DATE-X (1 : 4) '-'
                  WS-ACCEPT-DATE-X (5 : 2) '-'
                  WS-ACCEPT-DATE-X (7 : 2)
                  DELIMITED BY SIZE
               INTO SP-DATE
           END-STRING
           STRING WS-ACCEPT-TIME-X (1 : 2) ':'
                  WS-ACCEPT-TIME-X (3 : 2) ':'
                  WS-ACCEPT-TIME-X (5 : 2)
                  DELIMITED BY SIZE
               INTO SP-TIME
           END-STRING
           MOVE WS-SUSPENSE-DATA-LEN TO SP-RECLEN
           MOVE SPACES TO SP-DATA
           IF WS-SUSPENSE-DATA-LEN > 0
               MOVE INCIDENT-RECORD (1 : WS-SUSPENSE-DATA-LEN)
                 TO SP-DATA (1 : WS-SUSPENSE-DATA-LEN)
           END-IF
           COMPUTE WS-SUSPENSE-RECLEN =
               LENGTH (SP-HEADER) + WS-SUSPENSE-DATA-LEN
           MOVE SUSPENSE-RECORD TO SUSPENSE-FILE-RECORD
           WRITE SUSPENSE-FILE-RECORD
           IF WS-SUSPENSE-FILE-STATUS (1 : 1) NOT = '0'
               DISPLAY 'FILEERRDSP: UNABLE TO WRITE SUSPENSE '
                       WS-SUSPENSE-DSN ' - FILE STATUS '
                       WS-SUSPENSE-FILE-STATUS UPON SYSERR
           END-IF
           CLOSE SUSPENSE-FILE
           .
