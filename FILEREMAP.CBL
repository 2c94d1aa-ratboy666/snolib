       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEREMAP.
      *****************************************************************
      ** LAYOUT MIGRATION - REWRITE EVERY RECORD OF A FILE FROM ITS  **
      ** OLD COPYBOOK LAYOUT TO A NEW ONE, DRIVEN BY THE TWO FIELD   **
      ** MAPS COPYMAP WROTE FOR THE TWO COPYBOOK VERSIONS, IN PLACE  **
      ** OF THE THROWAWAY CONVERSION PROGRAM EVERY COPYBOOK CHANGE   **
      ** USED TO COST.                                               **
      **                                                             **
      ** FIELDS ARE MATCHED ON FMT-NAME. A FIELD WHOSE TYPE OR       **
      ** LENGTH CHANGED IS DECODED THROUGH FMDECODE AND RE-ENCODED   **
      ** THROUGH FMENCODE (A DATE <-> DATE-J CHANGE IS CONVERTED,    **
      ** NOT COPIED AS A NUMBER); A CHAR FIELD IS SPACE-PADDED OR    **
      ** TRUNCATED; A FIELD THAT CHANGED BETWEEN CHAR AND NUMERIC IS **
      ** CONVERTED BETWEEN UNSIGNED DISPLAY DIGITS AND ITS VALUE. A  **
      ** FIELD ONLY THE NEW MAP HAS IS FILLED FROM THE DEFAULTS      **
      ** DATASET, OR WITH ZERO (NUMERIC) OR SPACES (CHAR) WHEN THE   **
      ** DEFAULTS DATASET DOESN'T NAME IT. BYTES NO NEW FIELD COVERS **
      ** ARE SPACES.                                                 **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO EIGHT COMMA- **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   IN-DSN,OUT-DSN,OLD-MAP-DSN,NEW-MAP-DSN,DEFAULTS-DSN,      **
      **   REPORT-DSN,OLD-RECLEN,NEW-RECLEN                          **
      **                                                             **
      **   IN-DSN       - REQUIRED. THE FILE IN THE OLD LAYOUT.      **
      **   OUT-DSN      - REQUIRED. THE FILE TO WRITE IN THE NEW     **
      **                  LAYOUT. ANY EXISTING CONTENT IS REPLACED - **
      **                  BUT ONLY ONCE EVERY RECORD IS KNOWN TO     **
      **                  CONVERT (SEE BELOW).                       **
      **   OLD-MAP-DSN  - REQUIRED. FIELD MAP OF THE OLD LAYOUT.     **
      **   NEW-MAP-DSN  - REQUIRED. FIELD MAP OF THE NEW LAYOUT.     **
      **   DEFAULTS-DSN - OPTIONAL. VALUES FOR THE ADDED FIELDS (SEE **
      **                  BELOW).                                    **
      **   REPORT-DSN   - OPTIONAL. WHERE TO WRITE THE MIGRATION     **
      **                  REPORT. DEFAULTS TO SYSERR ONLY.           **
      **   OLD-RECLEN   - OPTIONAL. INPUT RECORD LENGTH. DEFAULTS TO **
      **                  THE OLD MAP'S EXTENT - THE LARGEST         **
      **                  OFFSET+LENGTH OF ANY ENTRY, AS FILECSVIN   **
      **                  SIZES ITS OUTPUT.                          **
      **   NEW-RECLEN   - OPTIONAL. OUTPUT RECORD LENGTH. DEFAULTS   **
      **                  TO THE NEW MAP'S EXTENT, AND MAY NOT BE    **
      **                  SHORTER THAN IT.                           **
      **                                                             **
      ** A MULTI-LAYOUT MAP IS MIGRATED LAYOUT BY LAYOUT: EACH       **
      ** RECORD'S OLD LAYOUT IS PICKED BY FMSELECT FROM THE OLD MAP, **
      ** AND IT IS REWRITTEN IN THE NEW MAP'S LAYOUT OF THE SAME     **
      ** NAME (TWO SINGLE-LAYOUT MAPS ARE PAIRED WHATEVER THEIR      **
      ** NAMES), WITH THAT LAYOUT'S DISCRIMINATOR VALUE STAMPED IN.  **
      ** AN OLD LAYOUT WITH NO NEW COUNTERPART IS A FATAL ERROR.     **
      **                                                             **
      ** THE DEFAULTS DATASET IS LINE SEQUENTIAL; '*' IN COLUMN 1 IS **
      ** A COMMENT AND BLANK LINES ARE SKIPPED. EACH LINE IS         **
      **                                                             **
      **     NAME,VALUE[,LAYOUT]                                     **
      **                                                             **
      ** - THE VALUE AS TEXT FOR A CHAR FIELD, OR SIGNED DIGITS FOR  **
      ** A NUMERIC ONE (YYYYMMDD / CCYYDDD FOR DATE / DATE-J). WITH  **
      ** A LAYOUT NAME THE LINE APPLIES TO THAT NEW LAYOUT ONLY, AND **
      ** WINS OVER A LINE WITHOUT ONE. A DEFAULT THAT NAMES NO FIELD **
      ** OF THE NEW MAP, OR WON'T ENCODE INTO ITS FIELD, IS FATAL.   **
      **                                                             **
      ** THE INPUT IS READ TWICE. THE FIRST PASS CONVERTS EVERY      **
      ** RECORD WITHOUT WRITING IT; A RECORD THAT MATCHES NO OLD     **
      ** LAYOUT, A VALUE THAT WON'T DECODE, OR A VALUE THAT WON'T    **
      ** FIT ITS NEW FIELD (TOO MANY DIGITS, OUTSIDE THE NEW MAP'S   **
      ** MIN/MAX, NEGATIVE INTO UNSIGNED, NON-BLANK TEXT THAT WOULD  **
      ** BE CUT OFF) IS REPORTED WITH ITS RECORD NUMBER AND DUMPED.  **
      ** IF ANY RECORD FAILED, THE RUN STOPS THERE AND OUT-DSN IS    **
      ** NEVER OPENED - A HALF-CONVERTED FILE IS WORSE THAN NONE.    **
      ** OTHERWISE THE SECOND PASS WRITES THE CONVERTED FILE.        **
      **                                                             **
      ** THE REPORT LISTS EVERY FIELD OF EVERY LAYOUT AS MOVED,      **
      ** RESIZED, RETYPED, DROPPED OR ADDED, WITH ITS OLD AND NEW    **
      ** POSITION, LENGTH AND TYPE, SO THE CONVERSION CAN BE SIGNED  **
      ** OFF BEFORE THE NEW FILE IS USED.                            **
      **                                                             **
      ** RETURN-CODE 0 WHEN THE FILE WAS CONVERTED, 16 ON A PARM,    **
      ** MAP, DEFAULTS OR FILE FAILURE, OR WHEN ANY RECORD WOULDN'T  **
      ** CONVERT (NOTHING WRITTEN).                                  **
      **                                                             **
      ** AUTHOR:       FRED WEIGEL                                   **
      **                                                             **
      ** DATE-WRITTEN: OCTOBER 2026                                  **
      **                                                             **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** FW1026 INITIAL CODING                                       **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMAP-INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT REMAP-OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
           SELECT DEFAULTS-FILE ASSIGN TO DYNAMIC WS-DEFAULTS-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEFAULTS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REMAP-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-INPUT-RECLEN.
       01  REMAP-INPUT-RECORD         PIC X(32760).
       FD  REMAP-OUTPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-OUTPUT-RECLEN.
       01  REMAP-OUTPUT-RECORD        PIC X(32760).
       FD  DEFAULTS-FILE.
       01  DEFAULTS-RECORD            PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-INPUT-DSN            PIC X(64)  VALUE SPACES.
           05 WS-OUTPUT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-OLD-MAP-DSN     PIC X(64)  VALUE SPACES.
           05 WS-PARM-NEW-MAP-DSN     PIC X(64)  VALUE SPACES.
           05 WS-DEFAULTS-DSN         PIC X(64)  VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-OLD-RECLEN      PIC X(9)   VALUE SPACES.
           05 WS-PARM-NEW-RECLEN      PIC X(9)   VALUE SPACES.

       01  WS-INPUT-FILE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-OUTPUT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-DEFAULTS-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

       01  INPUT-EOF-SW               PIC X(1)   VALUE 'N'.
           88 INPUT-EOF                          VALUE 'Y'.
       01  DEFAULTS-EOF-SW            PIC X(1)   VALUE 'N'.
           88 DEFAULTS-EOF                       VALUE 'Y'.

       01  WS-PASS-SW                 PIC X(1)   VALUE 'V'.
           88 WS-VERIFY-PASS                     VALUE 'V'.
           88 WS-WRITE-PASS                      VALUE 'W'.

       01  WS-OLD-RECLEN              USAGE BINARY-LONG VALUE 0.
       01  WS-NEW-RECLEN              USAGE BINARY-LONG VALUE 0.
       01  WS-NEW-EXTENT              USAGE BINARY-LONG VALUE 0.
       01  WS-INPUT-RECLEN            USAGE BINARY-LONG VALUE 0.
       01  WS-OUTPUT-RECLEN           USAGE BINARY-LONG VALUE 0.

       01  WS-RECORDS-READ            PIC 9(9)   VALUE 0.
       01  WS-RECORDS-WRITTEN         PIC 9(9)   VALUE 0.
       01  WS-RECORDS-FAILED          PIC 9(9)   VALUE 0.

       01  WS-OLD-IMAGE               PIC X(32760) VALUE SPACES.
       01  WS-NEW-IMAGE               PIC X(32760) VALUE SPACES.

      *
      *    OLD LAYOUT -> NEW LAYOUT PAIRING, AND THE NEW LAYOUT'S
      *    TEMPLATE RECORD - SPACES, THE DISCRIMINATOR, AND EVERY
      *    ADDED FIELD ALREADY HOLDING ITS DEFAULT - WHICH EACH
      *    CONVERTED RECORD STARTS FROM.
      *
       01  WS-LAY-PAIR-TABLE.
           05 WS-LAY-PAIR             PIC 9(4) OCCURS 8 TIMES.
       01  WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE             PIC X(32760) OCCURS 8 TIMES.

      *
      *    ONE ENTRY PER FIELD CARRIED FROM AN OLD LAYOUT INTO ITS NEW
      *    LAYOUT. MV-KIND: 'C' CHAR TO CHAR, 'N' NUMERIC TO NUMERIC,
      *    'X' NUMERIC TO CHAR DIGITS, 'Y' CHAR DIGITS TO NUMERIC.
      *
       01  WS-MOVE-COUNT              PIC 9(4)   VALUE 0.
       01  WS-MOVE-SUB                PIC 9(4)   VALUE 0.
       01  WS-MOVE-TABLE.
           05 WS-MOVE-ENTRY OCCURS 64 TIMES.
              10 MV-OLD-LAYOUT        PIC 9(4).
              10 MV-NAME              PIC X(30).
              10 MV-KIND              PIC X(1).
              10 MV-OLD-OFFSET        USAGE BINARY-LONG.
              10 MV-OLD-LENGTH        USAGE BINARY-LONG.
              10 MV-OLD-TYPE          PIC X(8).
              10 MV-NEW-OFFSET        USAGE BINARY-LONG.
              10 MV-NEW-LENGTH        USAGE BINARY-LONG.
              10 MV-NEW-TYPE          PIC X(8).
              10 MV-NEW-MIN-SW        PIC X(1).
              10 MV-NEW-MIN           USAGE BINARY-DOUBLE SIGNED.
              10 MV-NEW-MAX-SW        PIC X(1).
              10 MV-NEW-MAX           USAGE BINARY-DOUBLE SIGNED.

      *
      *    WHICH NEW-MAP ENTRIES SOME OLD FIELD FEEDS - THE REST ARE
      *    THE ADDED FIELDS THE TEMPLATE FILLS.
      *
       01  WS-NEW-MATCHED-TABLE.
           05 WS-NEW-MATCHED-SW       PIC X(1) OCCURS 64 TIMES.

       01  WS-DEFAULT-COUNT           PIC 9(4)   VALUE 0.
       01  WS-DF-SUB                  PIC 9(4)   VALUE 0.
       01  WS-DF-FOUND                PIC 9(4)   VALUE 0.
       01  WS-DEFAULT-TABLE.
           05 WS-DEFAULT-ENTRY OCCURS 64 TIMES.
              10 DF-NAME              PIC X(30).
              10 DF-VALUE             PIC X(64).
              10 DF-LAYOUT            PIC X(30).

       01  WS-OLD-SUB                 PIC 9(4)   VALUE 0.
       01  WS-NEW-SUB                 PIC 9(4)   VALUE 0.
       01  WS-MATCH-SUB               PIC 9(4)   VALUE 0.
       01  WS-LAY-SUB                 PIC 9(4)   VALUE 0.
       01  WS-NEW-LAY                 PIC 9(4)   VALUE 0.
       01  WS-SCAN-LAY                PIC 9(4)   VALUE 0.
       01  WS-OLD-FIRST               USAGE BINARY-LONG VALUE 0.
       01  WS-OLD-LAST                USAGE BINARY-LONG VALUE 0.
       01  WS-NEW-FIRST               USAGE BINARY-LONG VALUE 0.
       01  WS-NEW-LAST                USAGE BINARY-LONG VALUE 0.
       01  WS-RECORD-LAYOUT           USAGE BINARY-LONG VALUE 0.
       01  WS-OLD-CLASS               PIC X(1)   VALUE SPACE.
       01  WS-NEW-CLASS               PIC X(1)   VALUE SPACE.
       01  WS-CLASS-TYPE              PIC X(8)   VALUE SPACES.
       01  WS-CLASS-RESULT            PIC X(1)   VALUE SPACE.

       01  WS-FIT-GOOD-SW             PIC X(1)   VALUE 'Y'.
       01  WS-FIT-FIELD               PIC X(30)  VALUE SPACES.
       01  WS-FIT-WHY                 PIC X(40)  VALUE SPACES.

       01  WS-VALUE                   USAGE BINARY-DOUBLE SIGNED.
       01  WS-DATE-YEAR               USAGE BINARY-LONG VALUE 0.
       01  WS-DATE-NUMBER             PIC 9(8)   VALUE 0.
       01  WS-DIGITS                  PIC 9(18)  VALUE 0.
       01  WS-CHAR-SUB                USAGE BINARY-LONG VALUE 0.
       01  WS-CUT-LENGTH              USAGE BINARY-LONG VALUE 0.

       01  WS-NUM-TEXT                PIC X(64)  VALUE SPACES.
       01  WS-NUM-WORK                PIC X(64)  VALUE SPACES.
       01  WS-NUM-RIGHT               PIC X(18)  JUSTIFIED RIGHT
                                                 VALUE SPACES.
       01  WS-NUM-RIGHT-DIGITS        REDEFINES WS-NUM-RIGHT
                                      PIC 9(18).
       01  WS-NUM-VALUE               USAGE BINARY-DOUBLE SIGNED.
       01  WS-NUM-NEG-SW              PIC X(1)   VALUE 'N'.
       01  WS-NUM-GOOD-SW             PIC X(1)   VALUE 'N'.

       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-EDIT-VALUE              PIC -(17)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
       01  WS-LAYOUT-TITLE            PIC X(30)  VALUE SPACES.

       01  WS-FIELD-LINE.
           05 FL-LAYOUT               PIC X(16).
           05 FILLER                  PIC X(1).
           05 FL-CLASS                PIC X(9).
           05 FL-NAME                 PIC X(30).
           05 FILLER                  PIC X(1).
           05 FL-OLD-OFFSET           PIC Z(4)9.
           05 FILLER                  PIC X(1).
           05 FL-OLD-LENGTH           PIC Z(4)9.
           05 FILLER                  PIC X(1).
           05 FL-OLD-TYPE             PIC X(8).
           05 FILLER                  PIC X(2).
           05 FL-NEW-OFFSET           PIC Z(4)9.
           05 FILLER                  PIC X(1).
           05 FL-NEW-LENGTH           PIC Z(4)9.
           05 FILLER                  PIC X(1).
           05 FL-NEW-TYPE             PIC X(8).
           05 FILLER                  PIC X(2).
           05 FL-NOTE                 PIC X(31).

       01  WS-CLASS-COUNTS.
           05 WS-MOVED-COUNT          PIC 9(4)   VALUE 0.
           05 WS-RESIZED-COUNT        PIC 9(4)   VALUE 0.
           05 WS-RETYPED-COUNT        PIC 9(4)   VALUE 0.
           05 WS-DROPPED-COUNT        PIC 9(4)   VALUE 0.
           05 WS-ADDED-COUNT          PIC 9(4)   VALUE 0.

       COPY DUMPCFG.

      *
      *    THE OLD MAP IS THE PLAIN FIELD-MAP-TABLE, THE NEW MAP A
      *    SECOND COPY UNDER ITS OWN NAME - EVERY FMT- NAME IS
      *    QUALIFIED BY ONE OR THE OTHER.
      *
       COPY FLDMAP.

       COPY FLDMAP REPLACING ==FIELD-MAP-TABLE==
                          BY ==NEW-FIELD-MAP-TABLE==.

       COPY FMDECODE.

       COPY FMENCODE.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEREMAP.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 015-LOAD-OLD-MAP
           PERFORM 016-LOAD-NEW-MAP
           PERFORM 018-LOAD-DEFAULTS
           PERFORM 020-OPEN-REPORT
           PERFORM 030-PAIR-LAYOUTS
           PERFORM 040-BUILD-TEMPLATES
           SET WS-VERIFY-PASS TO TRUE
           PERFORM 100-CONVERT-FILE
           IF WS-RECORDS-FAILED > 0
               PERFORM 850-PRINT-SUMMARY
               IF REPORT-FILE-OPEN
                   CLOSE REPORT-FILE
               END-IF
               CALL 'FILEERRSUM'
               MOVE 16 TO RETURN-CODE
               MOVE WS-RECORDS-READ TO RJ-RECORDS-READ
               MOVE 0 TO RJ-RECORDS-WRITTEN
               MOVE RETURN-CODE TO RJ-RETURN-CODE
               SET RJ-EVENT-END TO TRUE
               CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
               END-CALL
               STOP RUN
           END-IF
           OPEN OUTPUT REMAP-OUTPUT-FILE
           IF WS-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEREMAP: UNABLE TO OPEN ' WS-OUTPUT-DSN
                       ' - FILE STATUS ' WS-OUTPUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-WRITE-PASS TO TRUE
           PERFORM 100-CONVERT-FILE
           CLOSE REMAP-OUTPUT-FILE
           PERFORM 850-PRINT-SUMMARY
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF
      *
      * FILEERRSUM GOES FIRST - A CALL REPLACES RETURN-CODE WITH THE
      * CALLED PROGRAM'S OWN EXIT CODE, SO A CODE SET BEFORE THE CALL
      * WOULD BE LOST. RAISING (NEVER LOWERING) AFTERWARD PRESERVES
      * THE 8 FILEERRSUM SETS WHEN RECORDS WERE SKIPPED BY POLICY.
      *
           CALL 'FILEERRSUM'
           MOVE WS-RECORDS-READ TO RJ-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO RJ-RECORDS-WRITTEN
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           SET RJ-EVENT-END TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           STOP RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS EIGHT COMMA-DELIMITED FIELDS.             **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-INPUT-DSN, WS-OUTPUT-DSN,
                    WS-PARM-OLD-MAP-DSN, WS-PARM-NEW-MAP-DSN,
                    WS-DEFAULTS-DSN, WS-REPORT-DSN,
                    WS-PARM-OLD-RECLEN, WS-PARM-NEW-RECLEN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES OR WS-OUTPUT-DSN = SPACES
              OR WS-PARM-OLD-MAP-DSN = SPACES
              OR WS-PARM-NEW-MAP-DSN = SPACES
               DISPLAY 'FILEREMAP: PARM MUST BE IN-DSN,OUT-DSN,'
                       'OLD-MAP-DSN,NEW-MAP-DSN,DEFAULTS-DSN,'
                       'REPORT-DSN,OLD-RECLEN,NEW-RECLEN' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INPUT-DSN = WS-OUTPUT-DSN
               DISPLAY 'FILEREMAP: OUT-DSN MUST NOT BE THE INPUT'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           MOVE WS-OUTPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OUTPUT-DSN
           MOVE WS-PARM-OLD-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-OLD-MAP-DSN
           MOVE WS-PARM-NEW-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-NEW-MAP-DSN
           MOVE WS-DEFAULTS-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-DEFAULTS-DSN
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEREMAP: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 015/016 - LOAD THE TWO MAPS AND SIZE THE RECORDS FROM THEIR **
      ** EXTENTS UNLESS THE PARM NAMES THE LENGTHS.                  **
      *****************************************************************
       015-LOAD-OLD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-OLD-MAP-DSN TO FMT-MAP-DSN OF FIELD-MAP-TABLE
           CALL 'FLDMAPIO' USING FIELD-MAP-TABLE
           END-CALL
           IF NOT FMT-LOAD-OK OF FIELD-MAP-TABLE
               DISPLAY 'FILEREMAP: UNABLE TO LOAD FIELD MAP '
                       WS-PARM-OLD-MAP-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-OLD-RECLEN
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                     UNTIL WS-OLD-SUB >
                           FMT-ENTRY-COUNT OF FIELD-MAP-TABLE
               IF FMT-OFFSET OF FIELD-MAP-TABLE (WS-OLD-SUB)
                  + FMT-LENGTH OF FIELD-MAP-TABLE (WS-OLD-SUB)
                  > WS-OLD-RECLEN
                   COMPUTE WS-OLD-RECLEN =
                       FMT-OFFSET OF FIELD-MAP-TABLE (WS-OLD-SUB)
                       + FMT-LENGTH OF FIELD-MAP-TABLE (WS-OLD-SUB)
               END-IF
           END-PERFORM
           IF WS-PARM-OLD-RECLEN NOT = SPACES
               MOVE WS-PARM-OLD-RECLEN TO WS-OLD-RECLEN
           END-IF
           IF WS-OLD-RECLEN = 0 OR WS-OLD-RECLEN > 32760
               DISPLAY 'FILEREMAP: OLD-RECLEN MUST BE 1-32760'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       016-LOAD-NEW-MAP.
           INITIALIZE NEW-FIELD-MAP-TABLE
           MOVE WS-PARM-NEW-MAP-DSN
             TO FMT-MAP-DSN OF NEW-FIELD-MAP-TABLE
           CALL 'FLDMAPIO' USING NEW-FIELD-MAP-TABLE
           END-CALL
           IF NOT FMT-LOAD-OK OF NEW-FIELD-MAP-TABLE
               DISPLAY 'FILEREMAP: UNABLE TO LOAD FIELD MAP '
                       WS-PARM-NEW-MAP-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-NEW-EXTENT
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                     UNTIL WS-NEW-SUB >
                           FMT-ENTRY-COUNT OF NEW-FIELD-MAP-TABLE
               IF FMT-OFFSET OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                  + FMT-LENGTH OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                  > WS-NEW-EXTENT
                   COMPUTE WS-NEW-EXTENT =
                       FMT-OFFSET OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                       + FMT-LENGTH OF NEW-FIELD-MAP-TABLE
                                       (WS-NEW-SUB)
               END-IF
           END-PERFORM
           MOVE WS-NEW-EXTENT TO WS-NEW-RECLEN
           IF WS-PARM-NEW-RECLEN NOT = SPACES
               MOVE WS-PARM-NEW-RECLEN TO WS-NEW-RECLEN
           END-IF
           IF WS-NEW-RECLEN = 0 OR WS-NEW-RECLEN > 32760
               DISPLAY 'FILEREMAP: NEW-RECLEN MUST BE 1-32760'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NEW-RECLEN < WS-NEW-EXTENT
               MOVE WS-NEW-EXTENT TO WS-EDIT-COUNT
               DISPLAY 'FILEREMAP: NEW-RECLEN IS SHORTER THAN THE '
                       'NEW MAP''S EXTENT OF ' TRIM (WS-EDIT-COUNT)
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 018-LOAD-DEFAULTS - NAME,VALUE[,LAYOUT] LINES INTO THE      **
      ** DEFAULT TABLE. EVERY NAME MUST BE A FIELD OF THE NEW MAP -  **
      ** A MISSPELLED DEFAULT WOULD OTHERWISE LEAVE ITS FIELD ZERO   **
      ** WITHOUT A WORD.                                             **
      *****************************************************************
       018-LOAD-DEFAULTS.
           MOVE 0 TO WS-DEFAULT-COUNT
           IF WS-DEFAULTS-DSN = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DEFAULTS-FILE
           IF WS-DEFAULTS-FILE-STATUS NOT = '00'
               DISPLAY 'FILEREMAP: UNABLE TO OPEN ' WS-DEFAULTS-DSN
                       ' - FILE STATUS ' WS-DEFAULTS-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO DEFAULTS-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL DEFAULTS-EOF
               READ DEFAULTS-FILE
                   AT END SET DEFAULTS-EOF TO TRUE
               END-READ
               IF NOT DEFAULTS-EOF
                  AND DEFAULTS-RECORD NOT = SPACES
                  AND DEFAULTS-RECORD (1 : 1) NOT = '*'
                   PERFORM 019-TAKE-DEFAULT-LINE
               END-IF
           END-PERFORM
           CLOSE DEFAULTS-FILE
           .
       019-TAKE-DEFAULT-LINE.
           IF WS-DEFAULT-COUNT >= 64
               DISPLAY 'FILEREMAP: MORE THAN 64 DEFAULTS IN '
                       WS-DEFAULTS-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEFAULT-COUNT
           MOVE WS-DEFAULT-COUNT TO WS-DF-SUB
           MOVE SPACES TO WS-DEFAULT-ENTRY (WS-DF-SUB)
           UNSTRING DEFAULTS-RECORD DELIMITED BY ','
               INTO DF-NAME (WS-DF-SUB), DF-VALUE (WS-DF-SUB),
                    DF-LAYOUT (WS-DF-SUB)
           END-UNSTRING
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                     UNTIL WS-NEW-SUB >
                           FMT-ENTRY-COUNT OF NEW-FIELD-MAP-TABLE
                        OR WS-MATCH-SUB > 0
               IF FMT-NAME OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                  = DF-NAME (WS-DF-SUB)
                   MOVE WS-NEW-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM
           IF WS-MATCH-SUB = 0
               DISPLAY 'FILEREMAP: DEFAULT FOR '
                       TRIM (DF-NAME (WS-DF-SUB))
                       ' NAMES NO FIELD OF THE NEW MAP' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       020-OPEN-REPORT.
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'FILEREMAP: UNABLE TO OPEN ' WS-REPORT-DSN
                           ' - FILE STATUS ' WS-REPORT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILEREMAP LAYOUT MIGRATION REPORT - '
                  TRIM (WS-INPUT-DSN) ' TO ' TRIM (WS-OUTPUT-DSN)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OLD MAP ' TRIM (WS-PARM-OLD-MAP-DSN)
                  '  NEW MAP ' TRIM (WS-PARM-NEW-MAP-DSN)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           MOVE 'LAYOUT' TO WS-REPORT-LINE (1 : 6)
           MOVE 'CLASS' TO WS-REPORT-LINE (18 : 5)
           MOVE 'FIELD' TO WS-REPORT-LINE (27 : 5)
           MOVE 'OFF   LEN OLD-TYPE' TO WS-REPORT-LINE (60 : 18)
           MOVE 'OFF   LEN NEW-TYPE' TO WS-REPORT-LINE (82 : 18)
           MOVE 'NOTE' TO WS-REPORT-LINE (102 : 4)
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 030-PAIR-LAYOUTS - EACH OLD LAYOUT TO THE NEW LAYOUT OF THE **
      ** SAME NAME, THEN EACH PAIR FIELD BY FIELD: EVERY NEW FIELD   **
      ** IS MOVED, RESIZED, RETYPED OR ADDED, EVERY OLD FIELD THE    **
      ** NEW LAYOUT LACKS IS DROPPED. THE REPORT LINES ARE WRITTEN   **
      ** AS THE PAIRS ARE BUILT.                                     **
      *****************************************************************
       030-PAIR-LAYOUTS.
           INITIALIZE WS-LAY-PAIR-TABLE
           MOVE ALL 'N' TO WS-NEW-MATCHED-TABLE
           MOVE 0 TO WS-MOVE-COUNT
           PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                     UNTIL WS-LAY-SUB >
                           FMT-LAYOUT-COUNT OF FIELD-MAP-TABLE
               MOVE 0 TO WS-NEW-LAY
               PERFORM VARYING WS-SCAN-LAY FROM 1 BY 1
                         UNTIL WS-SCAN-LAY >
                               FMT-LAYOUT-COUNT OF NEW-FIELD-MAP-TABLE
                            OR WS-NEW-LAY > 0
                   IF FMT-LAY-NAME OF NEW-FIELD-MAP-TABLE
                                      (WS-SCAN-LAY)
                      = FMT-LAY-NAME OF FIELD-MAP-TABLE (WS-LAY-SUB)
                       MOVE WS-SCAN-LAY TO WS-NEW-LAY
                   END-IF
               END-PERFORM
               IF WS-NEW-LAY = 0
                  AND FMT-LAYOUT-COUNT OF FIELD-MAP-TABLE = 1
                  AND FMT-LAYOUT-COUNT OF NEW-FIELD-MAP-TABLE = 1
                   MOVE 1 TO WS-NEW-LAY
               END-IF
               IF WS-NEW-LAY = 0
                   DISPLAY 'FILEREMAP: OLD LAYOUT '
                           TRIM (FMT-LAY-NAME OF FIELD-MAP-TABLE
                                              (WS-LAY-SUB))
                           ' HAS NO LAYOUT OF THE SAME NAME IN THE '
                           'NEW MAP' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NEW-LAY TO WS-LAY-PAIR (WS-LAY-SUB)
               PERFORM 032-PAIR-ONE-LAYOUT
           END-PERFORM
      *
      * A NEW LAYOUT NO OLD LAYOUT FEEDS GETS NO RECORDS FROM THIS
      * RUN - SAID ONCE, SO NOBODY EXPECTS TO FIND ANY.
      *
           PERFORM VARYING WS-SCAN-LAY FROM 1 BY 1
                     UNTIL WS-SCAN-LAY >
                           FMT-LAYOUT-COUNT OF NEW-FIELD-MAP-TABLE
               MOVE 0 TO WS-MATCH-SUB
               PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                         UNTIL WS-LAY-SUB >
                               FMT-LAYOUT-COUNT OF FIELD-MAP-TABLE
                   IF WS-LAY-PAIR (WS-LAY-SUB) = WS-SCAN-LAY
                       MOVE WS-LAY-SUB TO WS-MATCH-SUB
                   END-IF
               END-PERFORM
               IF WS-MATCH-SUB = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'NEW LAYOUT '
                          TRIM (FMT-LAY-NAME OF NEW-FIELD-MAP-TABLE
                                                (WS-SCAN-LAY))
                          ' HAS NO OLD COUNTERPART - NO RECORDS WILL '
                          'BE WRITTEN IN IT'
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 900-EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           .
       032-PAIR-ONE-LAYOUT.
           MOVE FMT-LAY-NAME OF NEW-FIELD-MAP-TABLE (WS-NEW-LAY)
             TO WS-LAYOUT-TITLE
           IF WS-LAYOUT-TITLE = SPACES
               MOVE '(ALL RECORDS)' TO WS-LAYOUT-TITLE
           END-IF
           MOVE FMT-LAY-FIRST-ENTRY OF FIELD-MAP-TABLE (WS-LAY-SUB)
             TO WS-OLD-FIRST
           COMPUTE WS-OLD-LAST = WS-OLD-FIRST
               + FMT-LAY-ENTRY-COUNT OF FIELD-MAP-TABLE (WS-LAY-SUB)
               - 1
           MOVE FMT-LAY-FIRST-ENTRY OF NEW-FIELD-MAP-TABLE
                                       (WS-NEW-LAY)
             TO WS-NEW-FIRST
           COMPUTE WS-NEW-LAST = WS-NEW-FIRST
               + FMT-LAY-ENTRY-COUNT OF NEW-FIELD-MAP-TABLE
                                        (WS-NEW-LAY)
               - 1
           PERFORM VARYING WS-NEW-SUB FROM WS-NEW-FIRST BY 1
                     UNTIL WS-NEW-SUB > WS-NEW-LAST
               MOVE 0 TO WS-MATCH-SUB
               PERFORM VARYING WS-OLD-SUB FROM WS-OLD-FIRST BY 1
                         UNTIL WS-OLD-SUB > WS-OLD-LAST
                            OR WS-MATCH-SUB > 0
                   IF FMT-NAME OF FIELD-MAP-TABLE (WS-OLD-SUB)
                      = FMT-NAME OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                       MOVE WS-OLD-SUB TO WS-MATCH-SUB
                   END-IF
               END-PERFORM
               IF WS-MATCH-SUB > 0
                   MOVE WS-MATCH-SUB TO WS-OLD-SUB
                   PERFORM 034-ADD-MOVE-ENTRY
               ELSE
                   PERFORM 036-REPORT-ADDED-FIELD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OLD-SUB FROM WS-OLD-FIRST BY 1
                     UNTIL WS-OLD-SUB > WS-OLD-LAST
               MOVE 0 TO WS-MATCH-SUB
               PERFORM VARYING WS-NEW-SUB FROM WS-NEW-FIRST BY 1
                         UNTIL WS-NEW-SUB > WS-NEW-LAST
                            OR WS-MATCH-SUB > 0
                   IF FMT-NAME OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                      = FMT-NAME OF FIELD-MAP-TABLE (WS-OLD-SUB)
                       MOVE WS-NEW-SUB TO WS-MATCH-SUB
                   END-IF
               END-PERFORM
               IF WS-MATCH-SUB = 0
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE SPACES TO WS-FIELD-LINE
                   MOVE WS-LAYOUT-TITLE TO FL-LAYOUT
                   MOVE 'DROPPED' TO FL-CLASS
                   MOVE FMT-NAME OF FIELD-MAP-TABLE (WS-OLD-SUB)
                     TO FL-NAME
                   MOVE FMT-OFFSET OF FIELD-MAP-TABLE (WS-OLD-SUB)
                     TO FL-OLD-OFFSET
                   MOVE FMT-LENGTH OF FIELD-MAP-TABLE (WS-OLD-SUB)
                     TO FL-OLD-LENGTH
                   MOVE FMT-TYPE OF FIELD-MAP-TABLE (WS-OLD-SUB)
                     TO FL-OLD-TYPE
                   MOVE 'VALUE NOT CARRIED FORWARD' TO FL-NOTE
                   MOVE WS-FIELD-LINE TO WS-REPORT-LINE
                   PERFORM 900-EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** 034-ADD-MOVE-ENTRY - ONE OLD FIELD CARRIED INTO ITS NEW     **
      ** FIELD: CLASSIFY IT, PICK THE CONVERSION, REPORT IT.         **
      *****************************************************************
       034-ADD-MOVE-ENTRY.
           MOVE 'Y' TO WS-NEW-MATCHED-SW (WS-NEW-SUB)
           ADD 1 TO WS-MOVE-COUNT
           MOVE WS-MOVE-COUNT TO WS-MOVE-SUB
           MOVE WS-LAY-SUB TO MV-OLD-LAYOUT (WS-MOVE-SUB)
           MOVE FMT-NAME OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO MV-NAME (WS-MOVE-SUB)
           MOVE FMT-OFFSET OF FIELD-MAP-TABLE (WS-OLD-SUB)
             TO MV-OLD-OFFSET (WS-MOVE-SUB)
           MOVE FMT-LENGTH OF FIELD-MAP-TABLE (WS-OLD-SUB)
             TO MV-OLD-LENGTH (WS-MOVE-SUB)
           MOVE FMT-TYPE OF FIELD-MAP-TABLE (WS-OLD-SUB)
             TO MV-OLD-TYPE (WS-MOVE-SUB)
           MOVE FMT-OFFSET OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO MV-NEW-OFFSET (WS-MOVE-SUB)
           MOVE FMT-LENGTH OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO MV-NEW-LENGTH (WS-MOVE-SUB)
           MOVE FMT-TYPE OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO MV-NEW-TYPE (WS-MOVE-SUB)
           MOVE FMT-MIN-GIVEN-SW OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO MV-NEW-MIN-SW (WS-MOVE-SUB)
           MOVE FMT-MIN OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO MV-NEW-MIN (WS-MOVE-SUB)
           MOVE FMT-MAX-GIVEN-SW OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO MV-NEW-MAX-SW (WS-MOVE-SUB)
           MOVE FMT-MAX OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO MV-NEW-MAX (WS-MOVE-SUB)
           MOVE MV-OLD-TYPE (WS-MOVE-SUB) TO WS-CLASS-TYPE
           PERFORM 038-CLASSIFY-TYPE
           MOVE WS-CLASS-RESULT TO WS-OLD-CLASS
           MOVE MV-NEW-TYPE (WS-MOVE-SUB) TO WS-CLASS-TYPE
           PERFORM 038-CLASSIFY-TYPE
           MOVE WS-CLASS-RESULT TO WS-NEW-CLASS
           EVALUATE TRUE
               WHEN WS-OLD-CLASS = 'C' AND WS-NEW-CLASS = 'C'
                   MOVE 'C' TO MV-KIND (WS-MOVE-SUB)
               WHEN WS-OLD-CLASS = 'N' AND WS-NEW-CLASS = 'N'
                   MOVE 'N' TO MV-KIND (WS-MOVE-SUB)
               WHEN WS-OLD-CLASS = 'N'
                   MOVE 'X' TO MV-KIND (WS-MOVE-SUB)
               WHEN OTHER
                   MOVE 'Y' TO MV-KIND (WS-MOVE-SUB)
           END-EVALUATE
           MOVE SPACES TO WS-FIELD-LINE
           MOVE WS-LAYOUT-TITLE TO FL-LAYOUT
           MOVE MV-NAME (WS-MOVE-SUB) TO FL-NAME
           MOVE MV-OLD-OFFSET (WS-MOVE-SUB) TO FL-OLD-OFFSET
           MOVE MV-OLD-LENGTH (WS-MOVE-SUB) TO FL-OLD-LENGTH
           MOVE MV-OLD-TYPE (WS-MOVE-SUB) TO FL-OLD-TYPE
           MOVE MV-NEW-OFFSET (WS-MOVE-SUB) TO FL-NEW-OFFSET
           MOVE MV-NEW-LENGTH (WS-MOVE-SUB) TO FL-NEW-LENGTH
           MOVE MV-NEW-TYPE (WS-MOVE-SUB) TO FL-NEW-TYPE
           EVALUATE TRUE
               WHEN MV-OLD-TYPE (WS-MOVE-SUB)
                    NOT = MV-NEW-TYPE (WS-MOVE-SUB)
                   ADD 1 TO WS-RETYPED-COUNT
                   MOVE 'RETYPED' TO FL-CLASS
                   EVALUATE MV-KIND (WS-MOVE-SUB)
                       WHEN 'X'
                           MOVE 'VALUE TO UNSIGNED DIGITS' TO FL-NOTE
                       WHEN 'Y'
                           MOVE 'DIGITS TO VALUE' TO FL-NOTE
                       WHEN 'C'
                           MOVE 'TEXT COPIED' TO FL-NOTE
                       WHEN OTHER
                           MOVE 'VALUE RE-ENCODED' TO FL-NOTE
                   END-EVALUATE
               WHEN MV-OLD-LENGTH (WS-MOVE-SUB)
                    NOT = MV-NEW-LENGTH (WS-MOVE-SUB)
                   ADD 1 TO WS-RESIZED-COUNT
                   MOVE 'RESIZED' TO FL-CLASS
                   IF MV-KIND (WS-MOVE-SUB) = 'C'
                       IF MV-NEW-LENGTH (WS-MOVE-SUB)
                          > MV-OLD-LENGTH (WS-MOVE-SUB)
                           MOVE 'TEXT SPACE-PADDED' TO FL-NOTE
                       ELSE
                           MOVE 'TEXT TRUNCATED (BLANKS ONLY)'
                             TO FL-NOTE
                       END-IF
                   ELSE
                       MOVE 'VALUE RE-ENCODED' TO FL-NOTE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE 'MOVED' TO FL-CLASS
                   IF MV-OLD-OFFSET (WS-MOVE-SUB)
                      = MV-NEW-OFFSET (WS-MOVE-SUB)
                       MOVE 'SAME POSITION' TO FL-NOTE
                   ELSE
                       MOVE 'BYTES COPIED' TO FL-NOTE
                   END-IF
           END-EVALUATE
           MOVE WS-FIELD-LINE TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           .
       036-REPORT-ADDED-FIELD.
           ADD 1 TO WS-ADDED-COUNT
           MOVE SPACES TO WS-FIELD-LINE
           MOVE WS-LAYOUT-TITLE TO FL-LAYOUT
           MOVE 'ADDED' TO FL-CLASS
           MOVE FMT-NAME OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB) TO FL-NAME
           MOVE FMT-OFFSET OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO FL-NEW-OFFSET
           MOVE FMT-LENGTH OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO FL-NEW-LENGTH
           MOVE FMT-TYPE OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO FL-NEW-TYPE
           PERFORM 046-FIND-DEFAULT
           IF WS-DF-FOUND > 0
               MOVE SPACES TO FL-NOTE
               STRING 'DEFAULT ' TRIM (DF-VALUE (WS-DF-FOUND))
                      DELIMITED BY SIZE
                   INTO FL-NOTE
               END-STRING
           ELSE
               MOVE FMT-TYPE OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                 TO WS-CLASS-TYPE
               PERFORM 038-CLASSIFY-TYPE
               IF WS-CLASS-RESULT = 'N'
                   MOVE 'NO DEFAULT - ZERO' TO FL-NOTE
               ELSE
                   MOVE 'NO DEFAULT - SPACES' TO FL-NOTE
               END-IF
           END-IF
           MOVE WS-FIELD-LINE TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           .
       038-CLASSIFY-TYPE.
           EVALUATE WS-CLASS-TYPE
               WHEN 'COMP-3'
               WHEN 'COMP'
               WHEN 'COMP-5'
               WHEN 'DATE'
               WHEN 'DATE-J'
                   MOVE 'N' TO WS-CLASS-RESULT
               WHEN OTHER
                   MOVE 'C' TO WS-CLASS-RESULT
           END-EVALUATE
           .
      *****************************************************************
      ** 040-BUILD-TEMPLATES - ONE STARTING RECORD PER NEW LAYOUT:   **
      ** SPACES, EVERY ADDED FIELD HOLDING ITS DEFAULT (OR ZERO /    **
      ** SPACES), AND THE LAYOUT'S DISCRIMINATOR. A DEFAULT THAT     **
      ** WON'T ENCODE - OR AN ADDED DATE WITH NO DEFAULT, SINCE ZERO **
      ** IS NO DATE - STOPS THE RUN HERE, BEFORE ANY RECORD IS READ. **
      *****************************************************************
       040-BUILD-TEMPLATES.
           PERFORM VARYING WS-NEW-LAY FROM 1 BY 1
                     UNTIL WS-NEW-LAY >
                           FMT-LAYOUT-COUNT OF NEW-FIELD-MAP-TABLE
               MOVE SPACES TO WS-TEMPLATE (WS-NEW-LAY)
               MOVE FMT-LAY-FIRST-ENTRY OF NEW-FIELD-MAP-TABLE
                                           (WS-NEW-LAY)
                 TO WS-NEW-FIRST
               COMPUTE WS-NEW-LAST = WS-NEW-FIRST
                   + FMT-LAY-ENTRY-COUNT OF NEW-FIELD-MAP-TABLE
                                            (WS-NEW-LAY)
                   - 1
               PERFORM VARYING WS-NEW-SUB FROM WS-NEW-FIRST BY 1
                         UNTIL WS-NEW-SUB > WS-NEW-LAST
                   IF WS-NEW-MATCHED-SW (WS-NEW-SUB) = 'N'
                       PERFORM 042-FILL-ADDED-FIELD
                   END-IF
               END-PERFORM
               PERFORM 044-STAMP-DISCRIMINATOR
           END-PERFORM
           .
       042-FILL-ADDED-FIELD.
           PERFORM 046-FIND-DEFAULT
           MOVE FMT-TYPE OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO WS-CLASS-TYPE
           PERFORM 038-CLASSIFY-TYPE
           IF WS-CLASS-RESULT = 'C'
               IF WS-DF-FOUND > 0
                   IF FMT-LENGTH OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                      < 64
                      AND DF-VALUE (WS-DF-FOUND)
                          (FMT-LENGTH OF NEW-FIELD-MAP-TABLE
                                         (WS-NEW-SUB) + 1 : )
                          NOT = SPACES
                       DISPLAY 'FILEREMAP: DEFAULT FOR '
                               TRIM (DF-NAME (WS-DF-FOUND))
                               ' IS LONGER THAN THE FIELD'
                               UPON SYSERR
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE DF-VALUE (WS-DF-FOUND)
                     TO WS-TEMPLATE (WS-NEW-LAY)
                        (FMT-OFFSET OF NEW-FIELD-MAP-TABLE
                                       (WS-NEW-SUB) + 1 :
                         FMT-LENGTH OF NEW-FIELD-MAP-TABLE
                                       (WS-NEW-SUB))
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NUM-VALUE
           IF WS-DF-FOUND > 0
               MOVE DF-VALUE (WS-DF-FOUND) TO WS-NUM-TEXT
               PERFORM 480-CONVERT-TEXT-NUMBER
               IF WS-NUM-GOOD-SW NOT = 'Y'
                   DISPLAY 'FILEREMAP: DEFAULT FOR '
                           TRIM (DF-NAME (WS-DF-FOUND))
                           ' IS NOT A NUMBER' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE FMT-OFFSET OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO FME-OFFSET
           MOVE FMT-LENGTH OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO FME-LENGTH
           MOVE FMT-TYPE OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
             TO FME-TYPE
           MOVE WS-NEW-RECLEN TO FME-RECLEN
           MOVE WS-NUM-VALUE TO FME-VALUE
           CALL 'FMENCODE' USING WS-TEMPLATE (WS-NEW-LAY),
                                 FMENCODE-REQUEST
           END-CALL
           IF NOT FME-VALID
              OR (FMT-MIN-GIVEN OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                  AND WS-NUM-VALUE <
                      FMT-MIN OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB))
              OR (FMT-MAX-GIVEN OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                  AND WS-NUM-VALUE >
                      FMT-MAX OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB))
               MOVE WS-NUM-VALUE TO WS-EDIT-VALUE
               DISPLAY 'FILEREMAP: ADDED FIELD '
                       TRIM (FMT-NAME OF NEW-FIELD-MAP-TABLE
                                         (WS-NEW-SUB))
                       ' CANNOT HOLD ' TRIM (WS-EDIT-VALUE)
                       ' - GIVE IT A DEFAULT THAT FITS' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       044-STAMP-DISCRIMINATOR.
           IF FMT-LAY-DISC-GIVEN OF NEW-FIELD-MAP-TABLE (WS-NEW-LAY)
               MOVE FMT-LAY-DISC-VALUE OF NEW-FIELD-MAP-TABLE
                                          (WS-NEW-LAY)
                 TO WS-TEMPLATE (WS-NEW-LAY)
                    (FMT-LAY-DISC-OFFSET OF NEW-FIELD-MAP-TABLE
                                            (WS-NEW-LAY) + 1 :
                     FMT-LAY-DISC-LENGTH OF NEW-FIELD-MAP-TABLE
                                            (WS-NEW-LAY))
           END-IF
           .
      *
      * THE DEFAULT FOR NEW ENTRY WS-NEW-SUB IN LAYOUT WS-NEW-LAY -
      * A LINE NAMING THE LAYOUT WINS OVER ONE THAT DOESN'T.
      *
       046-FIND-DEFAULT.
           MOVE 0 TO WS-DF-FOUND
           PERFORM VARYING WS-DF-SUB FROM 1 BY 1
                     UNTIL WS-DF-SUB > WS-DEFAULT-COUNT
               IF DF-NAME (WS-DF-SUB) =
                  FMT-NAME OF NEW-FIELD-MAP-TABLE (WS-NEW-SUB)
                   IF DF-LAYOUT (WS-DF-SUB) =
                      FMT-LAY-NAME OF NEW-FIELD-MAP-TABLE
                                      (WS-NEW-LAY)
                      AND DF-LAYOUT (WS-DF-SUB) NOT = SPACES
                       MOVE WS-DF-SUB TO WS-DF-FOUND
                   END-IF
                   IF DF-LAYOUT (WS-DF-SUB) = SPACES
                      AND WS-DF-FOUND = 0
                       MOVE WS-DF-SUB TO WS-DF-FOUND
                   END-IF
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** 100-CONVERT-FILE - ONE PASS OVER THE INPUT. THE VERIFY PASS **
      ** ONLY COUNTS AND REPORTS WHAT WON'T CONVERT; THE WRITE PASS  **
      ** (RUN ONLY WHEN THE VERIFY PASS FOUND NOTHING) WRITES.       **
      *****************************************************************
       100-CONVERT-FILE.
           MOVE WS-OLD-RECLEN TO WS-INPUT-RECLEN
           OPEN INPUT REMAP-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEREMAP: UNABLE TO OPEN ' WS-INPUT-DSN
                       ' - FILE STATUS ' WS-INPUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-RECORDS-READ
           MOVE 'N' TO INPUT-EOF-SW
           PERFORM 110-READ-INPUT
           PERFORM WITH TEST BEFORE UNTIL INPUT-EOF
               PERFORM 200-CONVERT-RECORD
               IF WS-FIT-GOOD-SW NOT = 'Y'
                   PERFORM 250-REPORT-FAILURE
               ELSE
                   IF WS-WRITE-PASS
                       MOVE WS-NEW-RECLEN TO WS-OUTPUT-RECLEN
                       MOVE WS-NEW-IMAGE (1 : WS-NEW-RECLEN)
                         TO REMAP-OUTPUT-RECORD (1 : WS-OUTPUT-RECLEN)
                       WRITE REMAP-OUTPUT-RECORD
                       PERFORM 9800-REMAP-OUTPUT-FILE-STATUS-CHECK
                       ADD 1 TO WS-RECORDS-WRITTEN
                   END-IF
               END-IF
               PERFORM 110-READ-INPUT
           END-PERFORM
           CLOSE REMAP-INPUT-FILE
           .
       110-READ-INPUT.
           MOVE WS-OLD-RECLEN TO WS-INPUT-RECLEN
           READ REMAP-INPUT-FILE
               AT END SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
               PERFORM 9800-REMAP-INPUT-FILE-STATUS-CHECK
               ADD 1 TO WS-RECORDS-READ
               MOVE SPACES TO WS-OLD-IMAGE (1 : WS-OLD-RECLEN)
               MOVE REMAP-INPUT-RECORD (1 : WS-INPUT-RECLEN)
                 TO WS-OLD-IMAGE (1 : WS-INPUT-RECLEN)
           END-IF
           .
      *****************************************************************
      ** 200-CONVERT-RECORD - THE RECORD IN WS-OLD-IMAGE REWRITTEN   **
      ** INTO WS-NEW-IMAGE, OR WS-FIT-GOOD-SW OFF WITH THE FIELD AND **
      ** THE REASON IT WOULDN'T CONVERT.                             **
      *****************************************************************
       200-CONVERT-RECORD.
           MOVE 'Y' TO WS-FIT-GOOD-SW
           CALL 'FMSELECT' USING WS-OLD-IMAGE, FIELD-MAP-TABLE
           END-CALL
           MOVE FMT-SELECTED-LAYOUT OF FIELD-MAP-TABLE
             TO WS-RECORD-LAYOUT
           IF WS-RECORD-LAYOUT = 0
               MOVE 'N' TO WS-FIT-GOOD-SW
               MOVE SPACES TO WS-FIT-FIELD
               MOVE 'RECORD MATCHES NO OLD LAYOUT' TO WS-FIT-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAY-PAIR (WS-RECORD-LAYOUT) TO WS-NEW-LAY
           MOVE WS-TEMPLATE (WS-NEW-LAY) (1 : WS-NEW-RECLEN)
             TO WS-NEW-IMAGE (1 : WS-NEW-RECLEN)
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                     UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                        OR WS-FIT-GOOD-SW = 'N'
               IF MV-OLD-LAYOUT (WS-MOVE-SUB) = WS-RECORD-LAYOUT
                   MOVE MV-NAME (WS-MOVE-SUB) TO WS-FIT-FIELD
                   EVALUATE MV-KIND (WS-MOVE-SUB)
                       WHEN 'C'
                           PERFORM 210-MOVE-CHAR-FIELD
                       WHEN 'N'
                           PERFORM 220-MOVE-NUMERIC-FIELD
                       WHEN 'X'
                           PERFORM 230-NUMERIC-TO-DIGITS
                       WHEN OTHER
                           PERFORM 240-DIGITS-TO-NUMERIC
                   END-EVALUATE
               END-IF
           END-PERFORM
      *
      * THE DISCRIMINATOR GOES BACK ON LAST - A CARRIED RECORD-TYPE
      * FIELD HOLDS THE OLD LAYOUT'S VALUE, WHICH THE NEW LAYOUT MAY
      * HAVE CHANGED.
      *
           IF WS-FIT-GOOD-SW = 'Y'
              AND FMT-LAY-DISC-GIVEN OF NEW-FIELD-MAP-TABLE
                                        (WS-NEW-LAY)
               MOVE FMT-LAY-DISC-VALUE OF NEW-FIELD-MAP-TABLE
                                          (WS-NEW-LAY)
                 TO WS-NEW-IMAGE
                    (FMT-LAY-DISC-OFFSET OF NEW-FIELD-MAP-TABLE
                                            (WS-NEW-LAY) + 1 :
                     FMT-LAY-DISC-LENGTH OF NEW-FIELD-MAP-TABLE
                                            (WS-NEW-LAY))
           END-IF
           .
      *
      * CHAR TO CHAR - SPACE-PADDED BY THE MOVE WHEN THE NEW FIELD IS
      * LONGER; WHEN IT'S SHORTER, ONLY TRAILING BLANKS MAY BE CUT.
      *
       210-MOVE-CHAR-FIELD.
           IF MV-OLD-OFFSET (WS-MOVE-SUB) + MV-OLD-LENGTH (WS-MOVE-SUB)
              > WS-INPUT-RECLEN
               MOVE 'N' TO WS-FIT-GOOD-SW
               MOVE 'OLD FIELD RUNS PAST END OF RECORD' TO WS-FIT-WHY
               EXIT PARAGRAPH
           END-IF
           IF MV-OLD-LENGTH (WS-MOVE-SUB) > MV-NEW-LENGTH (WS-MOVE-SUB)
               COMPUTE WS-CUT-LENGTH = MV-OLD-LENGTH (WS-MOVE-SUB)
                   - MV-NEW-LENGTH (WS-MOVE-SUB)
               IF WS-OLD-IMAGE (MV-OLD-OFFSET (WS-MOVE-SUB)
                                + MV-NEW-LENGTH (WS-MOVE-SUB) + 1 :
                                WS-CUT-LENGTH) NOT = SPACES
                   MOVE 'N' TO WS-FIT-GOOD-SW
                   MOVE 'TEXT LONGER THAN THE NEW FIELD'
                     TO WS-FIT-WHY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-OLD-IMAGE (MV-OLD-OFFSET (WS-MOVE-SUB) + 1 :
                              MV-OLD-LENGTH (WS-MOVE-SUB))
             TO WS-NEW-IMAGE (MV-NEW-OFFSET (WS-MOVE-SUB) + 1 :
                              MV-NEW-LENGTH (WS-MOVE-SUB))
           .
      *
      * NUMERIC TO NUMERIC - DECODE, CONVERT BETWEEN THE TWO DATE
      * FORMS IF THE TYPE CHANGED BETWEEN THEM, RANGE-CHECK AGAINST
      * THE NEW MAP, ENCODE.
      *
       220-MOVE-NUMERIC-FIELD.
           PERFORM 300-DECODE-OLD-VALUE
           IF WS-FIT-GOOD-SW = 'N'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN MV-OLD-TYPE (WS-MOVE-SUB) = 'DATE'
                    AND MV-NEW-TYPE (WS-MOVE-SUB) = 'DATE-J'
                   COMPUTE WS-DATE-YEAR = WS-VALUE / 10000
                   COMPUTE WS-DATE-NUMBER = WS-DATE-YEAR * 10000 + 101
                   COMPUTE WS-VALUE = WS-DATE-YEAR * 1000
                       + INTEGER-OF-DATE (WS-VALUE)
                       - INTEGER-OF-DATE (WS-DATE-NUMBER) + 1
               WHEN MV-OLD-TYPE (WS-MOVE-SUB) = 'DATE-J'
                    AND MV-NEW-TYPE (WS-MOVE-SUB) = 'DATE'
                   COMPUTE WS-VALUE =
                       DATE-OF-INTEGER (INTEGER-OF-DAY (WS-VALUE))
           END-EVALUATE
           PERFORM 310-ENCODE-NEW-VALUE
           .
      *
      * NUMERIC TO CHAR - THE VALUE AS UNSIGNED DISPLAY DIGITS,
      * ZERO-FILLED TO THE FIELD'S WIDTH (A DATE COMES OUT AS ITS
      * YYYYMMDD OR CCYYDDD DIGITS).
      *
       230-NUMERIC-TO-DIGITS.
           PERFORM 300-DECODE-OLD-VALUE
           IF WS-FIT-GOOD-SW = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-VALUE < 0
               MOVE 'N' TO WS-FIT-GOOD-SW
               MOVE 'NEGATIVE VALUE INTO A CHAR FIELD' TO WS-FIT-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALUE TO WS-DIGITS
           IF MV-NEW-LENGTH (WS-MOVE-SUB) >= 18
               MOVE ALL '0'
                 TO WS-NEW-IMAGE (MV-NEW-OFFSET (WS-MOVE-SUB) + 1 :
                                  MV-NEW-LENGTH (WS-MOVE-SUB))
               MOVE WS-DIGITS
                 TO WS-NEW-IMAGE (MV-NEW-OFFSET (WS-MOVE-SUB)
                                  + MV-NEW-LENGTH (WS-MOVE-SUB)
                                  - 17 : 18)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUT-LENGTH = 18 - MV-NEW-LENGTH (WS-MOVE-SUB)
           IF WS-DIGITS (1 : WS-CUT-LENGTH) NOT = ZEROS
               MOVE 'N' TO WS-FIT-GOOD-SW
               MOVE 'TOO MANY DIGITS FOR THE NEW FIELD' TO WS-FIT-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DIGITS (WS-CUT-LENGTH + 1 :
                           MV-NEW-LENGTH (WS-MOVE-SUB))
             TO WS-NEW-IMAGE (MV-NEW-OFFSET (WS-MOVE-SUB) + 1 :
                              MV-NEW-LENGTH (WS-MOVE-SUB))
           .
      *
      * CHAR TO NUMERIC - THE OLD TEXT MUST BE DIGITS (LEADING '-'
      * ALLOWED, SURROUNDING BLANKS IGNORED); BLANK TEXT IS NOT ZERO.
      *
       240-DIGITS-TO-NUMERIC.
           IF MV-OLD-OFFSET (WS-MOVE-SUB) + MV-OLD-LENGTH (WS-MOVE-SUB)
              > WS-INPUT-RECLEN
              OR MV-OLD-LENGTH (WS-MOVE-SUB) > 64
               MOVE 'N' TO WS-FIT-GOOD-SW
               MOVE 'OLD FIELD RUNS PAST END OF RECORD' TO WS-FIT-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           MOVE WS-OLD-IMAGE (MV-OLD-OFFSET (WS-MOVE-SUB) + 1 :
                              MV-OLD-LENGTH (WS-MOVE-SUB))
             TO WS-NUM-TEXT
           PERFORM 480-CONVERT-TEXT-NUMBER
           IF WS-NUM-GOOD-SW NOT = 'Y'
               MOVE 'N' TO WS-FIT-GOOD-SW
               MOVE 'OLD TEXT IS NOT A NUMBER' TO WS-FIT-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-VALUE
           PERFORM 310-ENCODE-NEW-VALUE
           .
      *****************************************************************
      ** 250-REPORT-FAILURE - WHICH RECORD, WHICH FIELD, AND WHY,    **
      ** WITH THE OLD RECORD DUMPED UNDER ITS RECORD NUMBER (THE     **
      ** FILELOAD REJECT DUMP). ONLY THE VERIFY PASS CAN GET HERE.   **
      *****************************************************************
       250-REPORT-FAILURE.
           ADD 1 TO WS-RECORDS-FAILED
           MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FIT-FIELD = SPACES
               STRING 'RECORD ' TRIM (WS-EDIT-COUNT)
                      ' WILL NOT CONVERT - ' TRIM (WS-FIT-WHY)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'RECORD ' TRIM (WS-EDIT-COUNT)
                      ' WILL NOT CONVERT - FIELD '
                      TRIM (WS-FIT-FIELD) ' - ' TRIM (WS-FIT-WHY)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           INITIALIZE DUMPCFG-CONTROL
           SET DC-USE-DISPLAY-BASE OF DUMPCFG-CONTROL TO TRUE
           MOVE WS-RECORDS-READ TO DC-DISPLAY-BASE OF DUMPCFG-CONTROL
           CALL 'COBDUMP'
               USING WS-OLD-IMAGE, WS-INPUT-RECLEN, DUMPCFG-CONTROL
           END-CALL
           .
       300-DECODE-OLD-VALUE.
           MOVE MV-OLD-OFFSET (WS-MOVE-SUB) TO FMD-OFFSET
           MOVE MV-OLD-LENGTH (WS-MOVE-SUB) TO FMD-LENGTH
           MOVE MV-OLD-TYPE (WS-MOVE-SUB) TO FMD-TYPE
           MOVE WS-INPUT-RECLEN TO FMD-RECLEN
           CALL 'FMDECODE' USING WS-OLD-IMAGE, FMDECODE-REQUEST
           END-CALL
           IF NOT FMD-VALID
               MOVE 'N' TO WS-FIT-GOOD-SW
               MOVE SPACES TO WS-FIT-WHY
               STRING 'OLD VALUE WILL NOT DECODE - REASON '
                      FMD-REASON
                      DELIMITED BY SIZE
                   INTO WS-FIT-WHY
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE FMD-VALUE TO WS-VALUE
           .
       310-ENCODE-NEW-VALUE.
           IF (MV-NEW-MIN-SW (WS-MOVE-SUB) = 'Y'
               AND WS-VALUE < MV-NEW-MIN (WS-MOVE-SUB))
              OR (MV-NEW-MAX-SW (WS-MOVE-SUB) = 'Y'
               AND WS-VALUE > MV-NEW-MAX (WS-MOVE-SUB))
               MOVE 'N' TO WS-FIT-GOOD-SW
               MOVE SPACES TO WS-FIT-WHY
               MOVE WS-VALUE TO WS-EDIT-VALUE
               STRING 'VALUE ' TRIM (WS-EDIT-VALUE)
                      ' OUTSIDE NEW MIN/MAX'
                      DELIMITED BY SIZE
                   INTO WS-FIT-WHY
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE MV-NEW-OFFSET (WS-MOVE-SUB) TO FME-OFFSET
           MOVE MV-NEW-LENGTH (WS-MOVE-SUB) TO FME-LENGTH
           MOVE MV-NEW-TYPE (WS-MOVE-SUB) TO FME-TYPE
           MOVE WS-NEW-RECLEN TO FME-RECLEN
           MOVE WS-VALUE TO FME-VALUE
           CALL 'FMENCODE' USING WS-NEW-IMAGE, FMENCODE-REQUEST
           END-CALL
           IF NOT FME-VALID
               MOVE 'N' TO WS-FIT-GOOD-SW
               MOVE SPACES TO WS-FIT-WHY
               MOVE WS-VALUE TO WS-EDIT-VALUE
               STRING 'VALUE ' TRIM (WS-EDIT-VALUE)
                      ' WILL NOT FIT - REASON ' FME-REASON
                      DELIMITED BY SIZE
                   INTO WS-FIT-WHY
               END-STRING
           END-IF
           .
      *****************************************************************
      ** 480-CONVERT-TEXT-NUMBER - WS-NUM-TEXT AS SIGNED DIGITS,     **
      ** THE 170-CONVERT-CELL-NUMBER RULES FROM FILECSVIN: AN        **
      ** OPTIONAL LEADING '-', THEN UP TO 18 DIGITS WITH NOTHING     **
      ** BETWEEN THEM. LEADING AND TRAILING BLANKS ARE IGNORED.      **
      *****************************************************************
       480-CONVERT-TEXT-NUMBER.
           MOVE 'N' TO WS-NUM-GOOD-SW
           MOVE 'N' TO WS-NUM-NEG-SW
           IF WS-NUM-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TRIM (WS-NUM-TEXT) TO WS-NUM-WORK
           IF WS-NUM-WORK (1 : 1) = '-'
               MOVE 'Y' TO WS-NUM-NEG-SW
               MOVE WS-NUM-WORK (2 : 63) TO WS-NUM-TEXT
               MOVE WS-NUM-TEXT TO WS-NUM-WORK
           END-IF
           IF WS-NUM-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHAR-SUB = LENGTH (TRIM (WS-NUM-WORK TRAILING))
           IF WS-CHAR-SUB > 18
              OR WS-NUM-WORK (1 : WS-CHAR-SUB) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-WORK (1 : WS-CHAR-SUB) TO WS-NUM-RIGHT
           INSPECT WS-NUM-RIGHT REPLACING LEADING SPACE BY '0'
           MOVE WS-NUM-RIGHT-DIGITS TO WS-NUM-VALUE
           IF WS-NUM-NEG-SW = 'Y'
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * -1
           END-IF
           MOVE 'Y' TO WS-NUM-GOOD-SW
           .
       850-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FIELDS: ' WS-MOVED-COUNT ' MOVED, '
                  WS-RESIZED-COUNT ' RESIZED, '
                  WS-RETYPED-COUNT ' RETYPED, '
                  WS-DROPPED-COUNT ' DROPPED, '
                  WS-ADDED-COUNT ' ADDED'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RECORDS-FAILED > 0
               STRING 'RECORDS: ' WS-RECORDS-READ ' READ, '
                      WS-RECORDS-FAILED ' WILL NOT CONVERT - RUN '
                      'STOPPED, ' TRIM (WS-OUTPUT-DSN)
                      ' NOT WRITTEN'
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'RECORDS: ' WS-RECORDS-READ ' READ, '
                      WS-RECORDS-WRITTEN ' WRITTEN TO '
                      TRIM (WS-OUTPUT-DSN)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           .
       900-EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE UPON SYSERR
           IF REPORT-FILE-OPEN
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==REMAP-INPUT-FILE==
           ==:FILE-TAG:==    BY =='REMAP-INPUT-FILE'==
           ==:FILE-STATUS:== BY ==WS-INPUT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==REMAP-INPUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-INPUT-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==REMAP-OUTPUT-FILE==
           ==:FILE-TAG:==    BY =='REMAP-OUTPUT-FILE'==
           ==:FILE-STATUS:== BY ==WS-OUTPUT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==REMAP-OUTPUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-OUTPUT-RECLEN==.
