      ** ANOTHER BOX.                                                **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO SIX COMMA-   **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   DSN,RECLEN,MAP-DSN,REPORT-DSN,HISTORY-DSN,BASE-NAME       **
      **                                                             **
      **   DSN        - REQUIRED. THE DATASET TO PROFILE.            **
      **   RECLEN     - OPTIONAL. FIXED RECORD LENGTH TO READ.       **
      **                OTHER NON-NUMERIC ENTRIES ARE PASSED OVER.   **
      **   REPORT-DSN - OPTIONAL. WHERE TO WRITE THE PROFILE         **
      **                REPORT. DEFAULTS TO SYSERR ONLY.             **
      **   HISTORY-DSN - OPTIONAL. THE PROFILE HISTORY DATASET (SEE  **
      **                PROFHIST.CPY). THE RUN'S FIGURES - RECORDS   **
      **                READ AND UNMAPPED, AND EVERY FIELD'S         **
      **                COLUMNS - ARE APPENDED TO IT FOR FILEVAR TO  **
      **                JUDGE LATER RUNS AGAINST. CREATED IF IT      **
      **                DOESN'T EXIST YET.                           **
      **   BASE-NAME  - OPTIONAL. THE NAME THE RUN IS FILED UNDER IN **
      **                THE HISTORY. DEFAULTS TO THE BASE OF A       **
      **                RELATIVE GENERATION DSN (MASTER(0) FILES     **
      **                UNDER MASTER), TO THE DSN LESS ITS .GNNNNV00 **
      **                GENERATION SUFFIX, OR TO THE DSN ITSELF, SO  **
      **                EACH DAY'S GENERATION LANDS UNDER ONE NAME.  **
      **                                                             **
      ** VALUES ARE DECODED BY FMDECODE UNDER THE SAME COMP-3 /      **
      ** COMP / COMP-5 RULES AS COBDUMP'S ANNOTATION LINES. NOTE     **
      ** FW0926 PROFILE THE 'DATE'/'DATE-J' TYPES - ONLY VALID       **
      **        CALENDAR DATES FOLD INTO MIN/MAX/TOTAL, SO A DATE    **
      **        COLUMN'S PROFILE IS NO LONGER NOISE                  **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      ** FW1026 APPEND EACH RUN'S FIGURES TO THE PROFILE HISTORY     **
      **        DATASET WHEN ONE IS NAMED, FOR FILEVAR               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-INPUT-FILE
       01  PROFILE-INPUT-RECORD       PIC X(32760).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       FD  HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 240 CHARACTERS
           DEPENDING ON WS-HISTORY-RECLEN.
       01  HISTORY-OUT-RECORD         PIC X(240).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.
           05 WS-PARM-RECLEN          PIC X(9)   VALUE SPACES.
           05 WS-PARM-MAP-DSN         PIC X(64)  VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-HISTORY-DSN          PIC X(64)  VALUE SPACES.
           05 WS-BASE-NAME            PIC X(44)  VALUE SPACES.

       01  WS-INPUT-AS-GIVEN          PIC X(64)  VALUE SPACES.
       01  WS-BASE-LENGTH             USAGE BINARY-LONG VALUE 0.

       01  WS-INPUT-RECLEN            USAGE BINARY-LONG VALUE 80.
       01  WS-HISTORY-RECLEN          USAGE BINARY-LONG VALUE 240.

       01  WS-INPUT-FILE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

           88 INPUT-EOF                          VALUE 'Y'.

       01  WS-RECORDS-READ            PIC 9(9)   VALUE 0.
       01  WS-HISTORY-WRITTEN         PIC 9(9)   VALUE 0.

       01  WS-ACCEPT-DATE             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-DATE-X           REDEFINES WS-ACCEPT-DATE
                                      PIC X(8).
       01  WS-ACCEPT-TIME             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-TIME-X           REDEFINES WS-ACCEPT-TIME
                                      PIC X(8).
       01  WS-RUN-DATE                PIC X(10)  VALUE SPACES.
       01  WS-RUN-TIME                PIC X(8)   VALUE SPACES.

      *
      *    PER-FIELD ACCUMULATORS, PARALLEL TO FMT-ENTRY IN THE

       COPY FMDECODE.

       COPY PROFHIST.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEPROF.
           PERFORM 020-OPEN-FILES
           PERFORM 100-PROFILE-RECORDS
           PERFORM 800-PRINT-REPORT
           IF WS-HISTORY-DSN NOT = SPACES
               PERFORM 850-APPEND-HISTORY
           END-IF
           CLOSE PROFILE-INPUT-FILE
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-RECORDS-READ TO RJ-RECORDS-READ
           MOVE WS-HISTORY-WRITTEN TO RJ-RECORDS-WRITTEN
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           SET RJ-EVENT-END TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS SIX COMMA-DELIMITED FIELDS.               **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-INPUT-DSN, WS-PARM-RECLEN,
                    WS-PARM-MAP-DSN, WS-REPORT-DSN,
                    WS-HISTORY-DSN, WS-BASE-NAME
           END-UNSTRING
           MOVE WS-INPUT-DSN TO WS-INPUT-AS-GIVEN
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES OR WS-PARM-MAP-DSN = SPACES
               DISPLAY 'FILEPROF: PARM MUST BE '
                       'DSN,RECLEN,MAP-DSN,REPORT-DSN,HISTORY-DSN,'
                       'BASE-NAME'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           IF WS-PARM-RECLEN NOT = SPACES
               MOVE WS-PARM-RECLEN TO WS-INPUT-RECLEN
           END-IF
           IF WS-HISTORY-DSN NOT = SPACES
              AND WS-BASE-NAME = SPACES
               PERFORM 012-DEFAULT-BASE-NAME
           END-IF
           .
      *****************************************************************
      ** 011-RESOLVE-GENERATIONS - A DSN OPERAND MAY NAME A RELATIVE **
      ** GENERATION - BASE(0), BASE(-1), BASE(+1) - OF A BASE IN THE **
      ** GENERATION CATALOG (SEE GDGRSLV.CPY).                       **
      *****************************************************************
       011-RESOLVE-GENERATIONS.
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-INPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-INPUT-DSN
           MOVE WS-PARM-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-MAP-DSN
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           MOVE WS-HISTORY-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-HISTORY-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEPROF: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 012-DEFAULT-BASE-NAME - FILE THE RUN UNDER THE DATASET'S    **
      ** BASE NAME, NOT TODAY'S GENERATION, SO FILEVAR FINDS EVERY   **
      ** DAY'S RUN TOGETHER: THE NAME AS GIVEN UP TO A RELATIVE      **
      ** GENERATION'S '(', OR THE NAME LESS A .GNNNNV00 SUFFIX.      **
      *****************************************************************
       012-DEFAULT-BASE-NAME.
           MOVE 0 TO WS-BASE-LENGTH
           INSPECT WS-INPUT-AS-GIVEN TALLYING WS-BASE-LENGTH
               FOR CHARACTERS BEFORE INITIAL '('
           IF WS-BASE-LENGTH < LENGTH (TRIM (WS-INPUT-AS-GIVEN))
               MOVE WS-INPUT-AS-GIVEN (1 : WS-BASE-LENGTH)
                 TO WS-BASE-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-DSN TO WS-BASE-NAME
           MOVE LENGTH (TRIM (WS-INPUT-DSN TRAILING))
             TO WS-BASE-LENGTH
           IF WS-BASE-LENGTH > 9
               IF WS-INPUT-DSN (WS-BASE-LENGTH - 8 : 2) = '.G'
                  AND WS-INPUT-DSN (WS-BASE-LENGTH - 6 : 4) IS NUMERIC
                  AND WS-INPUT-DSN (WS-BASE-LENGTH - 2 : 1) = 'V'
                  AND WS-INPUT-DSN (WS-BASE-LENGTH - 1 : 2) IS NUMERIC
                   MOVE SPACES TO WS-BASE-NAME
                   MOVE WS-INPUT-DSN (1 : WS-BASE-LENGTH - 9)
                     TO WS-BASE-NAME
               END-IF
           END-IF
           .
       015-LOAD-FIELD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 850-APPEND-HISTORY - FILE THE RUN'S FIGURES IN THE PROFILE  **
      ** HISTORY: THE FILE-LEVEL RECORD, THEN ONE RECORD PER FIELD   **
      ** THE REPORT SHOWED. A BRAND-NEW HISTORY COMES BACK 35 FROM   **
      ** OPEN EXTEND AND IS CREATED WITH OPEN OUTPUT, THE FILEERRLOG **
      ** FALLBACK.                                                   **
      *****************************************************************
       850-APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS (1 : 1) NOT = '0'
               DISPLAY 'FILEPROF: UNABLE TO OPEN ' WS-HISTORY-DSN
                       ' - FILE STATUS ' WS-HISTORY-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           STRING WS-ACCEPT-DATE-X (1 : 4) '-'
                  WS-ACCEPT-DATE-X (5 : 2) '-'
                  WS-ACCEPT-DATE-X (7 : 2)
                  DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           STRING WS-ACCEPT-TIME-X (1 : 2) ':'
                  WS-ACCEPT-TIME-X (3 : 2) ':'
                  WS-ACCEPT-TIME-X (5 : 2)
                  DELIMITED BY SIZE
               INTO WS-RUN-TIME
           END-STRING
           MOVE SPACES TO PROFILE-HISTORY-RECORD
           MOVE WS-BASE-NAME TO PH-BASE
           MOVE WS-RUN-DATE TO PH-RUN-DATE
           MOVE WS-RUN-TIME TO PH-RUN-TIME
           SET PH-FILE-LEVEL TO TRUE
           MOVE WS-RECORDS-READ TO PH-COUNT
           MOVE WS-UNMAPPED-RECORDS TO PH-BAD-COUNT
           MOVE 0 TO PH-MIN, PH-MAX, PH-TOTAL
           MOVE 'N' TO PH-OVERFLOW, PH-SEEN
           PERFORM 860-WRITE-HISTORY
           PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                     UNTIL WS-LAY-SUB > FMT-LAYOUT-COUNT
               MOVE FMT-LAY-FIRST-ENTRY (WS-LAY-SUB)
                 TO WS-LAY-FIRST
               COMPUTE WS-LAY-LAST = WS-LAY-FIRST
                   + FMT-LAY-ENTRY-COUNT (WS-LAY-SUB) - 1
               PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                         UNTIL WS-FM-SUB > WS-LAY-LAST
                   IF FMT-TYPE (WS-FM-SUB) = 'COMP-3'
                      OR FMT-TYPE (WS-FM-SUB) = 'COMP'
                      OR FMT-TYPE (WS-FM-SUB) = 'COMP-5'
                      OR FMT-TYPE (WS-FM-SUB) = 'DATE'
                      OR FMT-TYPE (WS-FM-SUB) = 'DATE-J'
                       PERFORM 855-FORMAT-FIELD-HISTORY
                       PERFORM 860-WRITE-HISTORY
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE HISTORY-FILE
           .
       855-FORMAT-FIELD-HISTORY.
           MOVE SPACES TO PH-LAYOUT, PH-FIELD, PH-TYPE
           IF FMT-LAYOUT-COUNT > 1
               MOVE FMT-LAY-NAME (WS-LAY-SUB) TO PH-LAYOUT
           END-IF
           MOVE FMT-NAME (WS-FM-SUB) TO PH-FIELD
           MOVE FMT-TYPE (WS-FM-SUB) TO PH-TYPE
           MOVE PA-COUNT (WS-FM-SUB) TO PH-COUNT
           MOVE PA-BAD-COUNT (WS-FM-SUB) TO PH-BAD-COUNT
           MOVE 0 TO PH-MIN, PH-MAX, PH-TOTAL
           MOVE 'N' TO PH-SEEN
           IF PA-SEEN-SW (WS-FM-SUB) = 'Y'
               MOVE 'Y' TO PH-SEEN
               MOVE PA-MIN (WS-FM-SUB) TO PH-MIN
               MOVE PA-MAX (WS-FM-SUB) TO PH-MAX
               MOVE PA-TOTAL (WS-FM-SUB) TO PH-TOTAL
           END-IF
           IF PA-OVERFLOW-SW (WS-FM-SUB) = 'Y'
               MOVE 'Y' TO PH-OVERFLOW
               MOVE 0 TO PH-TOTAL
           ELSE
               MOVE 'N' TO PH-OVERFLOW
           END-IF
           .
       860-WRITE-HISTORY.
           MOVE PROFILE-HISTORY-RECORD TO HISTORY-OUT-RECORD
           MOVE 240 TO WS-HISTORY-RECLEN
           WRITE HISTORY-OUT-RECORD
           PERFORM 9800-HISTORY-FILE-STATUS-CHECK
           ADD 1 TO WS-HISTORY-WRITTEN
           .
      *****************************************************************
      ** 900-EMIT-REPORT-LINE - EVERY REPORT LINE GOES TO SYSERR,    **
      ** AND ALSO TO THE REPORT DATASET WHEN ONE WAS NAMED - THE     **
      ** SAME DUAL-DESTINATION CONVENTION COBDUMP USES.              **
           ==:FILE-STATUS:== BY ==WS-INPUT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==PROFILE-INPUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-INPUT-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==HISTORY-FILE==
           ==:FILE-TAG:==    BY =='HISTORY-FILE'==
           ==:FILE-STATUS:== BY ==WS-HISTORY-FILE-STATUS==
           ==:FILE-RECORD:== BY ==HISTORY-OUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-HISTORY-RECLEN==.
