       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEGEN.
      *****************************************************************
      ** SYNTHETIC TEST-DATA GENERATOR, DRIVEN BY THE FIELD MAP:     **
      ** BUILDS A FIXED-LENGTH FILE OF RECORDS WHOSE EVERY FIELD IS  **
      ** A VALID VALUE OF ITS TYPE - PACKED AND BINARY FIELDS ARE    **
      ** ENCODED THROUGH FMENCODE, DATES ARE REAL CALENDAR DATES,    **
      ** VALUES STAY INSIDE THE MAP'S MIN/MAX - SO A NEW FEED CAN    **
      ** BE EXERCISED END TO END WITHOUT A MASKED PRODUCTION COPY.   **
      ** A HEADER/DETAIL/TRAILER FEED GETS A TRAILER WHOSE TOTALS    **
      ** BALANCE BY FILERECON'S OWN RULES, SO THE OUTPUT PASSES      **
      ** BOTH GATES - FILEAUDIT AND FILERECON - AS WRITTEN.          **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO SIX COMMA-   **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   OUT-DSN,RECLEN,MAP-DSN,RULES-DSN,RECORDS,SEED             **
      **                                                             **
      **   OUT-DSN   - REQUIRED. THE FILE TO WRITE. ANY EXISTING     **
      **               CONTENT IS REPLACED.                          **
      **   RECLEN    - OPTIONAL. FIXED RECORD LENGTH TO WRITE.       **
      **               DEFAULTS TO THE MAP'S EXTENT - THE FURTHEST   **
      **               BYTE ANY FIELD OR DISCRIMINATOR REACHES. A    **
      **               RECLEN SHORTER THAN A GENERATED LAYOUT IS     **
      **               REFUSED.                                      **
      **   MAP-DSN   - REQUIRED. FIELD-MAP DATASET (SEE FLDMAP.CPY). **
      **   RULES-DSN - OPTIONAL. THE GENERATION RULES (BELOW). WITH  **
      **               NONE, EVERY FIELD TAKES ITS DEFAULT.          **
      **   RECORDS   - OPTIONAL. HOW MANY DETAIL RECORDS TO WRITE    **
      **               (THE HEADER AND TRAILER ARE EXTRA). DEFAULTS  **
      **               TO 100.                                       **
      **   SEED      - OPTIONAL. NUMERIC SEED. DEFAULTS TO 20260901. **
      **               THE SAME SEED, MAP AND RULES ALWAYS WRITE THE **
      **               SAME FILE, BYTE FOR BYTE - A TEST THAT FAILS  **
      **               CAN BE RE-RUN ON IDENTICAL DATA.              **
      **                                                             **
      ** THE RULES DATASET - ONE RULE PER RECORD, '*' IN COLUMN 1 A  **
      ** COMMENT, UP TO FOUR COMMA-SEPARATED VALUES:                 **
      **                                                             **
      **   NAME,ACTION[,VALUE-1[,VALUE-2]]                           **
      **                                                             **
      ** THE RECORD MIX - NAME IS A *LAYOUT NAME FROM THE MAP:       **
      **   HEADER            - ONE RECORD OF THIS LAYOUT, FIRST.     **
      **   DETAIL[,WEIGHT]   - DETAIL RECORDS ARE DRAWN FROM THE     **
      **                       DETAIL LAYOUTS AT RANDOM, IN          **
      **                       PROPORTION TO WEIGHT (1-9999,         **
      **                       DEFAULT 1).                           **
      **   TRAILER           - ONE RECORD OF THIS LAYOUT, LAST,      **
      **                       CARRYING THE BALANCING TOTALS.        **
      ** A SINGLE-LAYOUT MAP NEEDS NO MIX RULES - EVERY RECORD IS    **
      ** THAT LAYOUT. A MULTI-LAYOUT MAP MUST NAME AT LEAST ONE      **
      ** DETAIL LAYOUT.                                              **
      **                                                             **
      ** THE FIELD VALUES - NAME IS AN FMT-NAME; THE RULE APPLIES TO **
      ** EVERY MAP ENTRY WITH THAT NAME (EVERY LAYOUT'S COPY):       **
      **   SEQ,START[,STEP]  - START, START+STEP, ... PER RECORD OF  **
      **                       THE LAYOUT. STEP DEFAULTS TO 1.       **
      **   RANGE,LOW,HIGH    - A RANDOM WHOLE NUMBER, LOW TO HIGH.   **
      **   DATE,FROM,TO      - A RANDOM CALENDAR DATE, FROM AND TO   **
      **                       GIVEN AS YYYYMMDD. FOR A DATE, DATE-J **
      **                       OR CHAR FIELD OF 8 BYTES OR MORE.     **
      **   LIST,V1/V2/...    - ONE OF THE LISTED VALUES, AT RANDOM   **
      **                       (UP TO 64, '/'-SEPARATED).            **
      **   FILL,VALUE        - THE SAME VALUE IN EVERY RECORD.       **
      ** A VALUE FOR A DATE OR DATE-J FIELD IS ALWAYS GIVEN AS       **
      ** YYYYMMDD. A NUMBER FOR A CHAR FIELD IS WRITTEN AS ZERO-     **
      ** FILLED DIGITS THE WIDTH OF THE FIELD.                       **
      **                                                             **
      ** A FIELD WITH NO RULE TAKES ITS DEFAULT: RANDOM CAPITAL      **
      ** LETTERS FOR CHAR; A RANDOM NUMBER FROM MIN (OR 0) TO MAX    **
      ** (OR AS MUCH AS THE FIELD HOLDS, CAPPED AT 999999999) FOR A  **
      ** NUMERIC FIELD; A RANDOM DATE IN 2020-2029 (NARROWED TO THE  **
      ** MAP'S MIN/MAX) FOR A DATE. THE DEFAULT WINDOW IS FIXED, NOT **
      ** TAKEN FROM THE CLOCK, SO A SEEDED RUN REPRODUCES.           **
      **                                                             **
      ** THE TRAILER BALANCES BY FILERECON'S RULES: A NUMERIC        **
      ** TRAILER FIELD WITH A SAME-NAMED NUMERIC FIELD IN ANOTHER    **
      ** LAYOUT IS SET TO THE SUM OF THAT FIELD OVER EVERY RECORD    **
      ** WRITTEN THAT CARRIES IT; ANY OTHER NUMERIC TRAILER FIELD    **
      ** WHOSE NAME CONTAINS 'COUNT' IS SET TO THE COUNT OF RECORDS  **
      ** WRITTEN THAT ARE NEITHER THE TRAILER NOR A LAYOUT NAMED     **
      ** 'HEADER'. THOSE TOTALS OVERRIDE ANY RULE ON THE TRAILER'S   **
      ** COPY OF THE FIELD.                                          **
      **                                                             **
      ** EVERYTHING IS CHECKED BEFORE A BYTE IS WRITTEN: A RULE      **
      ** NAMING A FIELD OR LAYOUT THE MAP DOESN'T CARRY, A BAD       **
      ** ACTION, A VALUE THE FIELD CAN'T HOLD OR THAT BREAKS ITS     **
      ** MIN/MAX (SEQUENCES ARE CHECKED TO THEIR LAST VALUE), A      **
      ** TRAILER TOTAL THAT WON'T FIT, OR A LAYOUT WHOSE RECORDS     **
      ** FMSELECT WOULD TAKE FOR ANOTHER LAYOUT, REFUSES THE RUN     **
      ** (RETURN-CODE 16, NOTHING WRITTEN). THE WHOLE FILE IS BUILT  **
      ** TWICE FROM THE SEED - ONCE TO COUNT AND TOTAL, ONCE TO      **
      ** WRITE - SO THE TRAILER IS KNOWN GOOD BEFORE OUT-DSN IS      **
      ** OPENED. RETURN-CODE 0 ON A CLEAN RUN. THE RUN REPORT SHOWS  **
      ** THE RECORDS WRITTEN PER LAYOUT AND THE TRAILER TOTALS.      **
      **                                                             **
      ** AUTHOR:       FRED WEIGEL                                   **
      **                                                             **
      ** DATE-WRITTEN: OCTOBER 2026                                  **
      **                                                             **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** FW1026 INITIAL CODING                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GEN-OUTPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-OUTPUT-RECLEN.
       01  GEN-OUTPUT-RECORD          PIC X(32760).
       FD  RULES-FILE.
       01  RULES-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-OUTPUT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-RECLEN          PIC X(9)   VALUE SPACES.
           05 WS-PARM-MAP-DSN         PIC X(64)  VALUE SPACES.
           05 WS-RULES-DSN            PIC X(64)  VALUE SPACES.
           05 WS-PARM-RECORDS         PIC X(9)   VALUE SPACES.
           05 WS-PARM-SEED            PIC X(9)   VALUE SPACES.

       01  WS-OUTPUT-RECLEN           USAGE BINARY-LONG VALUE 0.
       01  WS-MAP-EXTENT              USAGE BINARY-LONG VALUE 0.
       01  WS-LAY-EXTENT              USAGE BINARY-LONG VALUE 0.
       01  WS-RECORD-TARGET           PIC 9(9)   VALUE 100.
       01  WS-SEED                    USAGE BINARY-DOUBLE SIGNED
                                      VALUE 20260901.

       01  WS-OUTPUT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-RULES-FILE-STATUS       PIC X(2)   VALUE SPACES.

       01  RULES-EOF-SW               PIC X(1)   VALUE 'N'.
           88 RULES-EOF                          VALUE 'Y'.

      *
      *    THE FILE IS BUILT TWICE FROM THE SAME SEED: THE COUNTING
      *    PASS TOTALS THE TRAILER AND PROVES EVERY RECORD, THE
      *    WRITING PASS REPEATS IT BYTE FOR BYTE INTO OUT-DSN.
      *
       01  WS-PASS-SW                 PIC X(1)   VALUE 'C'.
           88 WS-COUNTING-PASS                   VALUE 'C'.
           88 WS-WRITING-PASS                    VALUE 'W'.

       01  WS-RECORDS-WRITTEN         PIC 9(9)   VALUE 0.
       01  WS-HEADER-WRITTEN          PIC 9(9)   VALUE 0.
       01  WS-TRAILER-WRITTEN         PIC 9(9)   VALUE 0.

      *
      *    THE RECORD MIX: THE HEADER AND TRAILER LAYOUTS (0 WHEN
      *    THERE ARE NONE) AND THE WEIGHTED DETAIL LAYOUTS.
      *
       01  WS-HEADER-LAY              USAGE BINARY-LONG VALUE 0.
       01  WS-TRAILER-LAY             USAGE BINARY-LONG VALUE 0.
       01  WS-MIX-TABLE.
           05 WS-MIX-COUNT     COMP-5 PIC 9(4)   VALUE 0.
           05 WS-MIX-ENTRY OCCURS 8 TIMES.
              10 MX-LAY-SUB    COMP-5 PIC 9(4).
              10 MX-WEIGHT            PIC 9(4).
              10 MX-WRITTEN           PIC 9(9).
       01  WS-TOTAL-WEIGHT            PIC 9(9)   VALUE 0.
       01  WS-WEIGHT-SEEN             PIC 9(9)   VALUE 0.
       01  WS-MIX-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-GEN-LAY                 USAGE BINARY-LONG VALUE 0.
       01  WS-RULE-LAY                USAGE BINARY-LONG VALUE 0.
       01  WS-SCAN-LAY                USAGE BINARY-LONG VALUE 0.
       01  WS-ROLE-SW                 PIC X(1)   VALUE 'N'.

      *
      *    HOW EACH MAP ENTRY IS GENERATED, ONE SLOT PER FMT-ENTRY.
      *    LOW/HIGH ARE THE RANGE (DAY NUMBERS FOR A DATE WINDOW);
      *    LOW IS ALSO THE SEQUENCE START AND THE NUMERIC FILL.
      *    VALUE IS THE LAST NUMBER GENERATED, FOR THE HASH TOTALS.
      *
       01  WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 64 TIMES.
              10 GN-ACTION            PIC X(5).
                 88 GN-SEQUENCE            VALUE 'SEQ'.
                 88 GN-RANGE               VALUE 'RANGE'.
                 88 GN-DATE-WINDOW         VALUE 'DATE'.
                 88 GN-LIST                VALUE 'LIST'.
                 88 GN-FILL                VALUE 'FILL'.
                 88 GN-TEXT-FILL           VALUE 'TEXT'.
                 88 GN-COMPUTED            VALUE 'CALC'.
              10 GN-RULE-NO    COMP-5 PIC 9(4).
              10 GN-LOW               USAGE BINARY-DOUBLE SIGNED.
              10 GN-HIGH              USAGE BINARY-DOUBLE SIGNED.
              10 GN-STEP              USAGE BINARY-DOUBLE SIGNED.
              10 GN-NEXT              USAGE BINARY-DOUBLE SIGNED.
              10 GN-VALUE             USAGE BINARY-DOUBLE SIGNED.
              10 GN-TEXT              PIC X(128).
              10 GN-LIST-COUNT COMP-5 PIC 9(4).
              10 GN-ROLE              PIC X(1).
                 88 GN-HASH-TOTAL          VALUE 'H'.
                 88 GN-RECORD-COUNT        VALUE 'C'.
              10 GN-TOTAL             USAGE BINARY-DOUBLE SIGNED.
              10 GN-OVERFLOW-SW       PIC X(1).

       01  WS-FM-SUB                  PIC 9(4)   VALUE 0.
       01  WS-SCAN-SUB                PIC 9(4)   VALUE 0.
       01  WS-TF-SUB                  PIC 9(4)   VALUE 0.
       01  WS-LAY-FIRST               USAGE BINARY-LONG VALUE 0.
       01  WS-LAY-LAST                USAGE BINARY-LONG VALUE 0.
       01  WS-TRL-FIRST               USAGE BINARY-LONG VALUE 0.
       01  WS-TRL-LAST                USAGE BINARY-LONG VALUE 0.
       01  WS-COUNT-TALLY      COMP-5 PIC 9(4)   VALUE 0.
       01  WS-ENTRY-USES              PIC 9(9)   VALUE 0.

       01  WS-RULE-NO          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-RULE-HITS        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-RULE-NAME               PIC X(30)  VALUE SPACES.
       01  WS-RULE-ACTION             PIC X(8)   VALUE SPACES.
       01  WS-RULE-VALUE-1            PIC X(128) VALUE SPACES.
       01  WS-RULE-VALUE-2            PIC X(64)  VALUE SPACES.

       01  WS-FIELD-KIND              PIC X(1)   VALUE SPACE.
           88 WS-KIND-CHAR                       VALUE 'C'.
           88 WS-KIND-DATE                       VALUE 'D'.
           88 WS-KIND-NUMBER                     VALUE 'N'.

       01  WS-NUM-DIGITS              PIC X(20)  VALUE SPACES.
       01  WS-NUM-LEN          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-NUM-UNSIGNED            PIC 9(18)  VALUE 0.
       01  WS-NUM-VALUE               USAGE BINARY-DOUBLE SIGNED.
       01  WS-NUM-NEG-SW              PIC X(1)   VALUE 'N'.
       01  WS-NUM-GOOD-SW             PIC X(1)   VALUE 'N'.
       01  WS-NUM-TOKEN               PIC X(20)  VALUE SPACES.

      *
      *    A VALUE PROPOSED FOR A FIELD, IN THE FIELD'S OWN UNITS,
      *    AND THE VERDICT OF 060-CHECK-VALUE-FITS ON IT.
      *
       01  WS-CHECK-VALUE             USAGE BINARY-DOUBLE SIGNED.
       01  WS-FIT-SW                  PIC X(1)   VALUE 'N'.
           88 WS-VALUE-FITS                      VALUE 'Y'.
       01  WS-FIT-WHY                 PIC X(40)  VALUE SPACES.
       01  WS-LAYOUT-TAG              PIC X(40)  VALUE SPACES.
       01  WS-ENCODE-WORK             PIC X(8)   VALUE LOW-VALUES.

       01  WS-DATE-NUMBER             PIC 9(8)   VALUE 0.
       01  WS-DAY-INT                 USAGE BINARY-LONG VALUE 0.
       01  WS-DATE-GOOD-SW            PIC X(1)   VALUE 'N'.
       01  WS-DEFAULT-FROM            PIC 9(8)   VALUE 20200101.
       01  WS-DEFAULT-TO              PIC 9(8)   VALUE 20291231.

       01  WS-RANDOM-STATE            USAGE BINARY-DOUBLE SIGNED
                                      VALUE 0.
       01  WS-RANDOM-BITS             USAGE BINARY-DOUBLE SIGNED
                                      VALUE 0.
       01  WS-RANDOM-BIG              USAGE BINARY-DOUBLE SIGNED
                                      VALUE 0.
       01  WS-RANGE-LOW               USAGE BINARY-DOUBLE SIGNED.
       01  WS-RANGE-HIGH              USAGE BINARY-DOUBLE SIGNED.
       01  WS-RANGE-SPAN              USAGE BINARY-DOUBLE SIGNED.
       01  WS-GEN-VALUE               USAGE BINARY-DOUBLE SIGNED.
       01  WS-CAP-DIGITS       COMP-5 PIC 9(4)   VALUE 0.

       01  WS-RECORD-AREA             PIC X(32760) VALUE SPACES.
       01  WS-ATTEMPT          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-PLACED-SW               PIC X(1)   VALUE 'N'.
           88 WS-RECORD-PLACED                   VALUE 'Y'.

       01  WS-LETTERS                 PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LETTER-SUB       COMP-5 PIC 9(4)   VALUE 0.
       01  WS-BYTE-SUB                USAGE BINARY-LONG VALUE 0.
       01  WS-FIELD-LEN               USAGE BINARY-LONG VALUE 0.
       01  WS-DIGITS                  PIC 9(18)  VALUE 0.
       01  WS-CUT-LENGTH       COMP-5 PIC 9(4)   VALUE 0.
       01  WS-LIST-ITEM               PIC X(128) VALUE SPACES.
       01  WS-LIST-PTR         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-LIST-LEN         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-LIST-PICK        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-LIST-SUB         COMP-5 PIC 9(4)   VALUE 0.

       01  WS-EDIT-VALUE              PIC -(18)9.
       01  WS-EDIT-COUNT              PIC Z(8)9.

       COPY FLDMAP.

       COPY FMENCODE.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEGEN.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 015-LOAD-FIELD-MAP
           PERFORM 030-SET-DEFAULTS
           IF WS-RULES-DSN NOT = SPACES
               PERFORM 040-LOAD-RULES
           END-IF
           PERFORM 050-CHECK-MIX
           PERFORM 052-CLASSIFY-TRAILER
           PERFORM 055-CHECK-GENERATION
           SET WS-COUNTING-PASS TO TRUE
           PERFORM 100-GENERATE-FILE
           PERFORM 020-OPEN-OUTPUT
           SET WS-WRITING-PASS TO TRUE
           PERFORM 100-GENERATE-FILE
           CLOSE GEN-OUTPUT-FILE
           PERFORM 850-PRINT-SUMMARY
      *
      * FILEERRSUM GOES FIRST - A CALL REPLACES RETURN-CODE WITH THE
      * CALLED PROGRAM'S OWN EXIT CODE, SO A CODE SET BEFORE THE CALL
      * WOULD BE LOST.
      *
           CALL 'FILEERRSUM'
           MOVE 0 TO RJ-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO RJ-RECORDS-WRITTEN
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           SET RJ-EVENT-END TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           STOP RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE    **
      ** ARGUMENT) INTO ITS SIX COMMA-DELIMITED FIELDS.              **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-OUTPUT-DSN, WS-PARM-RECLEN,
                    WS-PARM-MAP-DSN, WS-RULES-DSN,
                    WS-PARM-RECORDS, WS-PARM-SEED
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-OUTPUT-DSN = SPACES OR WS-PARM-MAP-DSN = SPACES
               DISPLAY 'FILEGEN: PARM MUST BE OUT-DSN,RECLEN,MAP-DSN,'
                       'RULES-DSN,RECORDS,SEED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-RECLEN NOT = SPACES
               MOVE WS-PARM-RECLEN TO WS-OUTPUT-RECLEN
               IF WS-OUTPUT-RECLEN < 1 OR WS-OUTPUT-RECLEN > 32760
                   DISPLAY 'FILEGEN: RECLEN MUST BE 1 TO 32760'
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PARM-RECORDS NOT = SPACES
               MOVE WS-PARM-RECORDS TO WS-RECORD-TARGET
           END-IF
           IF WS-PARM-SEED NOT = SPACES
               MOVE WS-PARM-SEED TO WS-SEED
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
           MOVE WS-OUTPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OUTPUT-DSN
           MOVE WS-PARM-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-MAP-DSN
           MOVE WS-RULES-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-RULES-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEGEN: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 015-LOAD-FIELD-MAP - LOAD THE MAP AND TAKE ITS EXTENT, THE  **
      ** FURTHEST BYTE ANY FIELD OR DISCRIMINATOR REACHES - THE      **
      ** RECORD LENGTH WHEN NONE WAS GIVEN.                          **
      *****************************************************************
       015-LOAD-FIELD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-MAP-DSN TO FMT-MAP-DSN
           CALL 'FLDMAPIO' USING FIELD-MAP-TABLE
           END-CALL
           IF NOT FMT-LOAD-OK
               DISPLAY 'FILEGEN: UNABLE TO LOAD FIELD MAP '
                       WS-PARM-MAP-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-MAP-EXTENT
           PERFORM VARYING WS-SCAN-LAY FROM 1 BY 1
                     UNTIL WS-SCAN-LAY > FMT-LAYOUT-COUNT
               PERFORM 016-LAYOUT-EXTENT
               IF WS-LAY-EXTENT > WS-MAP-EXTENT
                   MOVE WS-LAY-EXTENT TO WS-MAP-EXTENT
               END-IF
           END-PERFORM
           IF WS-OUTPUT-RECLEN = 0
               MOVE WS-MAP-EXTENT TO WS-OUTPUT-RECLEN
           END-IF
           IF WS-OUTPUT-RECLEN < 1 OR WS-OUTPUT-RECLEN > 32760
               DISPLAY 'FILEGEN: FIELD MAP ' TRIM (WS-PARM-MAP-DSN)
                       ' GIVES NO USABLE RECORD LENGTH - GIVE RECLEN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       016-LAYOUT-EXTENT.
           MOVE 0 TO WS-LAY-EXTENT
           IF FMT-LAY-DISC-GIVEN (WS-SCAN-LAY)
               COMPUTE WS-LAY-EXTENT =
                   FMT-LAY-DISC-OFFSET (WS-SCAN-LAY)
                   + FMT-LAY-DISC-LENGTH (WS-SCAN-LAY)
           END-IF
           MOVE FMT-LAY-FIRST-ENTRY (WS-SCAN-LAY) TO WS-LAY-FIRST
           COMPUTE WS-LAY-LAST = WS-LAY-FIRST
               + FMT-LAY-ENTRY-COUNT (WS-SCAN-LAY) - 1
           PERFORM VARYING WS-SCAN-SUB FROM WS-LAY-FIRST BY 1
                     UNTIL WS-SCAN-SUB > WS-LAY-LAST
               IF FMT-OFFSET (WS-SCAN-SUB) + FMT-LENGTH (WS-SCAN-SUB)
                  > WS-LAY-EXTENT
                   COMPUTE WS-LAY-EXTENT = FMT-OFFSET (WS-SCAN-SUB)
                       + FMT-LENGTH (WS-SCAN-SUB)
               END-IF
           END-PERFORM
           .
       020-OPEN-OUTPUT.
           OPEN OUTPUT GEN-OUTPUT-FILE
           IF WS-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEGEN: UNABLE TO OPEN ' WS-OUTPUT-DSN
                       ' - FILE STATUS ' WS-OUTPUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 030-SET-DEFAULTS - EVERY MAP ENTRY STARTS WITH ITS DEFAULT: **
      ** RANDOM LETTERS FOR CHAR, A RANDOM NUMBER OVER MIN/MAX (OR   **
      ** THE FIELD'S CAPACITY) FOR NUMERIC, A RANDOM DATE IN THE     **
      ** DEFAULT WINDOW (NARROWED BY MIN/MAX) FOR A DATE. THE RULES  **
      ** OVERRIDE THESE ONE FIELD AT A TIME.                         **
      *****************************************************************
       030-SET-DEFAULTS.
           INITIALIZE WS-GEN-TABLE
           PERFORM VARYING WS-FM-SUB FROM 1 BY 1
                     UNTIL WS-FM-SUB > FMT-ENTRY-COUNT
               MOVE 'N' TO GN-OVERFLOW-SW (WS-FM-SUB)
               PERFORM 069-SET-FIELD-KIND
               EVALUATE TRUE
                   WHEN WS-KIND-CHAR
                       SET GN-TEXT-FILL (WS-FM-SUB) TO TRUE
                   WHEN WS-KIND-DATE
                       PERFORM 032-DATE-DEFAULTS
                   WHEN OTHER
                       PERFORM 031-NUMERIC-DEFAULTS
               END-EVALUATE
           END-PERFORM
           .
       031-NUMERIC-DEFAULTS.
           SET GN-RANGE (WS-FM-SUB) TO TRUE
           MOVE 0 TO GN-LOW (WS-FM-SUB)
           IF FMT-TYPE (WS-FM-SUB) = 'COMP-3'
               COMPUTE WS-CAP-DIGITS = FMT-LENGTH (WS-FM-SUB) * 2 - 1
               IF WS-CAP-DIGITS >= 9
                   MOVE 999999999 TO GN-HIGH (WS-FM-SUB)
               ELSE
                   COMPUTE GN-HIGH (WS-FM-SUB) =
                       10 ** WS-CAP-DIGITS - 1
               END-IF
           ELSE
               EVALUATE FMT-LENGTH (WS-FM-SUB)
                   WHEN 1
                       MOVE 255 TO GN-HIGH (WS-FM-SUB)
                   WHEN 2
                       MOVE 65535 TO GN-HIGH (WS-FM-SUB)
                   WHEN 3
                       MOVE 16777215 TO GN-HIGH (WS-FM-SUB)
                   WHEN OTHER
                       MOVE 999999999 TO GN-HIGH (WS-FM-SUB)
               END-EVALUATE
           END-IF
           IF FMT-MIN-GIVEN (WS-FM-SUB)
               MOVE FMT-MIN (WS-FM-SUB) TO GN-LOW (WS-FM-SUB)
           END-IF
           IF FMT-MAX-GIVEN (WS-FM-SUB)
               MOVE FMT-MAX (WS-FM-SUB) TO GN-HIGH (WS-FM-SUB)
           END-IF
           PERFORM 033-ORDER-LOW-HIGH
           .
       032-DATE-DEFAULTS.
           SET GN-DATE-WINDOW (WS-FM-SUB) TO TRUE
           COMPUTE GN-LOW (WS-FM-SUB) =
               INTEGER-OF-DATE (WS-DEFAULT-FROM)
           COMPUTE GN-HIGH (WS-FM-SUB) =
               INTEGER-OF-DATE (WS-DEFAULT-TO)
           IF FMT-MIN-GIVEN (WS-FM-SUB)
               MOVE FMT-MIN (WS-FM-SUB) TO WS-CHECK-VALUE
               PERFORM 067-FIELD-UNITS-TO-DAY
               IF WS-DATE-GOOD-SW = 'Y'
                   MOVE WS-DAY-INT TO GN-LOW (WS-FM-SUB)
               END-IF
           END-IF
           IF FMT-MAX-GIVEN (WS-FM-SUB)
               MOVE FMT-MAX (WS-FM-SUB) TO WS-CHECK-VALUE
               PERFORM 067-FIELD-UNITS-TO-DAY
               IF WS-DATE-GOOD-SW = 'Y'
                   MOVE WS-DAY-INT TO GN-HIGH (WS-FM-SUB)
               END-IF
           END-IF
           PERFORM 033-ORDER-LOW-HIGH
           .
      *
      * A MIN ABOVE THE DEFAULT HIGH (OR A MAX BELOW THE DEFAULT LOW)
      * COLLAPSES THE RANGE ONTO THE BOUND THE MAP GAVE. A MAP WHOSE
      * OWN MIN EXCEEDS ITS MAX IS LEFT FOR 055 TO REFUSE.
      *
       033-ORDER-LOW-HIGH.
           IF GN-LOW (WS-FM-SUB) > GN-HIGH (WS-FM-SUB)
               IF FMT-MIN-GIVEN (WS-FM-SUB)
                   MOVE GN-LOW (WS-FM-SUB) TO GN-HIGH (WS-FM-SUB)
               ELSE
                   MOVE GN-HIGH (WS-FM-SUB) TO GN-LOW (WS-FM-SUB)
               END-IF
           END-IF
           .
      *****************************************************************
      ** 040-LOAD-RULES - LOAD AND FULLY VALIDATE THE RULES BEFORE   **
      ** A RECORD IS BUILT. ANY BAD RULE REFUSES THE RUN - TEST DATA **
      ** THAT ISN'T WHAT WAS ASKED FOR PROVES NOTHING.               **
      *****************************************************************
       040-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-FILE-STATUS NOT = '00'
               DISPLAY 'FILEGEN: UNABLE TO OPEN ' WS-RULES-DSN
                       ' - FILE STATUS ' WS-RULES-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO RULES-EOF-SW
           MOVE 0 TO WS-RULE-NO
           PERFORM 042-READ-RULES-RECORD
           PERFORM WITH TEST BEFORE UNTIL RULES-EOF
               IF RULES-RECORD NOT = SPACES
                  AND RULES-RECORD (1 : 1) NOT = '*'
                   ADD 1 TO WS-RULE-NO
                   PERFORM 043-LOAD-ONE-RULE
               END-IF
               PERFORM 042-READ-RULES-RECORD
           END-PERFORM
           CLOSE RULES-FILE
           .
       042-READ-RULES-RECORD.
           READ RULES-FILE
               AT END SET RULES-EOF TO TRUE
           END-READ
           .
       043-LOAD-ONE-RULE.
           MOVE SPACES TO WS-RULE-NAME, WS-RULE-ACTION,
                          WS-RULE-VALUE-1, WS-RULE-VALUE-2
           UNSTRING RULES-RECORD DELIMITED BY ','
               INTO WS-RULE-NAME, WS-RULE-ACTION,
                    WS-RULE-VALUE-1, WS-RULE-VALUE-2
           END-UNSTRING
           INSPECT WS-RULE-ACTION
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-RULE-NAME = SPACES
               PERFORM 049-REFUSE-RULE
           END-IF
           EVALUATE WS-RULE-ACTION
               WHEN 'HEADER'
               WHEN 'DETAIL'
               WHEN 'TRAILER'
                   PERFORM 044-LOAD-MIX-RULE
               WHEN 'SEQ'
               WHEN 'RANGE'
               WHEN 'DATE'
               WHEN 'LIST'
               WHEN 'FILL'
                   PERFORM 046-LOAD-FIELD-RULE
               WHEN OTHER
                   DISPLAY 'FILEGEN: UNKNOWN ACTION '
                           TRIM (WS-RULE-ACTION) UPON SYSERR
                   PERFORM 049-REFUSE-RULE
           END-EVALUATE
           .
      *****************************************************************
      ** 044-LOAD-MIX-RULE - HEADER, DETAIL OR TRAILER FOR A NAMED   **
      ** LAYOUT. EACH LAYOUT TAKES ONE ROLE, AND THERE IS AT MOST    **
      ** ONE HEADER AND ONE TRAILER.                                 **
      *****************************************************************
       044-LOAD-MIX-RULE.
           MOVE 0 TO WS-RULE-LAY
           PERFORM VARYING WS-SCAN-LAY FROM 1 BY 1
                     UNTIL WS-SCAN-LAY > FMT-LAYOUT-COUNT
                        OR WS-RULE-LAY > 0
               IF FMT-LAY-NAME (WS-SCAN-LAY) = WS-RULE-NAME
                   MOVE WS-SCAN-LAY TO WS-RULE-LAY
               END-IF
           END-PERFORM
           IF WS-RULE-LAY = 0
               DISPLAY 'FILEGEN: NO LAYOUT NAMED '
                       TRIM (WS-RULE-NAME) ' IN THE FIELD MAP'
                       UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           MOVE WS-RULE-LAY TO WS-SCAN-LAY
           PERFORM 045-CHECK-LAYOUT-ROLE
           IF WS-ROLE-SW = 'Y'
               DISPLAY 'FILEGEN: LAYOUT ' TRIM (WS-RULE-NAME)
                       ' ALREADY HAS A PLACE IN THE MIX' UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           EVALUATE WS-RULE-ACTION
               WHEN 'HEADER'
                   IF WS-HEADER-LAY > 0
                       DISPLAY 'FILEGEN: ONLY ONE HEADER LAYOUT '
                               'MAY BE NAMED' UPON SYSERR
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   MOVE WS-RULE-LAY TO WS-HEADER-LAY
               WHEN 'TRAILER'
                   IF WS-TRAILER-LAY > 0
                       DISPLAY 'FILEGEN: ONLY ONE TRAILER LAYOUT '
                               'MAY BE NAMED' UPON SYSERR
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   MOVE WS-RULE-LAY TO WS-TRAILER-LAY
               WHEN OTHER
                   MOVE 1 TO WS-NUM-VALUE
                   IF WS-RULE-VALUE-1 NOT = SPACES
                       MOVE WS-RULE-VALUE-1 (1 : 20) TO WS-NUM-TOKEN
                       PERFORM 070-CONVERT-NUMBER
                       IF WS-NUM-GOOD-SW NOT = 'Y'
                          OR WS-NUM-VALUE < 1
                          OR WS-NUM-VALUE > 9999
                           DISPLAY 'FILEGEN: A DETAIL WEIGHT MUST '
                                   'BE 1 TO 9999' UPON SYSERR
                           PERFORM 049-REFUSE-RULE
                       END-IF
                   END-IF
                   ADD 1 TO WS-MIX-COUNT
                   MOVE WS-RULE-LAY TO MX-LAY-SUB (WS-MIX-COUNT)
                   MOVE WS-NUM-VALUE TO MX-WEIGHT (WS-MIX-COUNT)
                   ADD WS-NUM-VALUE TO WS-TOTAL-WEIGHT
           END-EVALUATE
           .
       045-CHECK-LAYOUT-ROLE.
           MOVE 'N' TO WS-ROLE-SW
           IF WS-SCAN-LAY = WS-HEADER-LAY
              OR WS-SCAN-LAY = WS-TRAILER-LAY
               MOVE 'Y' TO WS-ROLE-SW
           END-IF
           PERFORM VARYING WS-MIX-SUB FROM 1 BY 1
                     UNTIL WS-MIX-SUB > WS-MIX-COUNT
               IF MX-LAY-SUB (WS-MIX-SUB) = WS-SCAN-LAY
                   MOVE 'Y' TO WS-ROLE-SW
               END-IF
           END-PERFORM
           .
       046-LOAD-FIELD-RULE.
           MOVE 0 TO WS-RULE-HITS
           PERFORM VARYING WS-FM-SUB FROM 1 BY 1
                     UNTIL WS-FM-SUB > FMT-ENTRY-COUNT
               IF FMT-NAME (WS-FM-SUB) = WS-RULE-NAME
                   PERFORM 047-APPLY-FIELD-RULE
               END-IF
           END-PERFORM
           IF WS-RULE-HITS = 0
               DISPLAY 'FILEGEN: FIELD ' TRIM (WS-RULE-NAME)
                       ' IS NOT IN THE FIELD MAP' UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           .
      *****************************************************************
      ** 047-APPLY-FIELD-RULE - SET ONE MAP ENTRY FROM THE RULE,     **
      ** PROVING EVERY VALUE IT CAN PRODUCE AGAINST THIS VERY ENTRY  **
      ** - ITS TYPE, LENGTH AND MIN/MAX - SO A RULE THE FIELD CAN'T  **
      ** HONOUR IS REFUSED HERE, NOT DISCOVERED BY THE AUDIT GATE.   **
      *****************************************************************
       047-APPLY-FIELD-RULE.
           IF GN-RULE-NO (WS-FM-SUB) > 0
               DISPLAY 'FILEGEN: FIELD ' TRIM (WS-RULE-NAME)
                       ' HAS MORE THAN ONE RULE' UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           ADD 1 TO WS-RULE-HITS
           MOVE WS-RULE-NO TO GN-RULE-NO (WS-FM-SUB)
           PERFORM 069-SET-FIELD-KIND
           IF WS-KIND-DATE
              AND (WS-RULE-ACTION = 'SEQ' OR WS-RULE-ACTION = 'RANGE')
               DISPLAY 'FILEGEN: FIELD ' TRIM (WS-RULE-NAME)
                       ' IS A DATE - USE DATE, LIST OR FILL'
                       UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           EVALUATE WS-RULE-ACTION
               WHEN 'SEQ'
                   MOVE WS-RULE-VALUE-1 (1 : 20) TO WS-NUM-TOKEN
                   PERFORM 070-CONVERT-NUMBER
                   IF WS-NUM-GOOD-SW NOT = 'Y'
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   MOVE WS-NUM-VALUE TO GN-LOW (WS-FM-SUB)
                   MOVE 1 TO GN-STEP (WS-FM-SUB)
                   IF WS-RULE-VALUE-2 NOT = SPACES
                       MOVE WS-RULE-VALUE-2 (1 : 20) TO WS-NUM-TOKEN
                       PERFORM 070-CONVERT-NUMBER
                       IF WS-NUM-GOOD-SW NOT = 'Y'
                          OR WS-NUM-VALUE = 0
                           PERFORM 049-REFUSE-RULE
                       END-IF
                       MOVE WS-NUM-VALUE TO GN-STEP (WS-FM-SUB)
                   END-IF
                   SET GN-SEQUENCE (WS-FM-SUB) TO TRUE
               WHEN 'RANGE'
                   MOVE WS-RULE-VALUE-1 (1 : 20) TO WS-NUM-TOKEN
                   PERFORM 070-CONVERT-NUMBER
                   IF WS-NUM-GOOD-SW NOT = 'Y'
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   MOVE WS-NUM-VALUE TO GN-LOW (WS-FM-SUB)
                   MOVE WS-RULE-VALUE-2 (1 : 20) TO WS-NUM-TOKEN
                   PERFORM 070-CONVERT-NUMBER
                   IF WS-NUM-GOOD-SW NOT = 'Y'
                      OR WS-NUM-VALUE < GN-LOW (WS-FM-SUB)
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   MOVE WS-NUM-VALUE TO GN-HIGH (WS-FM-SUB)
                   SET GN-RANGE (WS-FM-SUB) TO TRUE
                   MOVE GN-LOW (WS-FM-SUB) TO WS-CHECK-VALUE
                   PERFORM 048-CHECK-RULE-VALUE
                   MOVE GN-HIGH (WS-FM-SUB) TO WS-CHECK-VALUE
                   PERFORM 048-CHECK-RULE-VALUE
               WHEN 'DATE'
                   IF WS-KIND-NUMBER
                      OR (WS-KIND-CHAR AND FMT-LENGTH (WS-FM-SUB) < 8)
                       DISPLAY 'FILEGEN: FIELD ' TRIM (WS-RULE-NAME)
                               ' CANNOT HOLD A YYYYMMDD DATE'
                               UPON SYSERR
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   MOVE WS-RULE-VALUE-1 (1 : 20) TO WS-NUM-TOKEN
                   PERFORM 070-CONVERT-NUMBER
                   PERFORM 068-YYYYMMDD-TO-DAY
                   IF WS-DATE-GOOD-SW NOT = 'Y'
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   MOVE WS-DAY-INT TO GN-LOW (WS-FM-SUB)
                   MOVE WS-RULE-VALUE-2 (1 : 20) TO WS-NUM-TOKEN
                   PERFORM 070-CONVERT-NUMBER
                   PERFORM 068-YYYYMMDD-TO-DAY
                   IF WS-DATE-GOOD-SW NOT = 'Y'
                      OR WS-DAY-INT < GN-LOW (WS-FM-SUB)
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   MOVE WS-DAY-INT TO GN-HIGH (WS-FM-SUB)
                   SET GN-DATE-WINDOW (WS-FM-SUB) TO TRUE
                   MOVE GN-LOW (WS-FM-SUB) TO WS-DAY-INT
                   PERFORM 065-DAY-TO-FIELD-UNITS
                   PERFORM 048-CHECK-RULE-VALUE
                   MOVE GN-HIGH (WS-FM-SUB) TO WS-DAY-INT
                   PERFORM 065-DAY-TO-FIELD-UNITS
                   PERFORM 048-CHECK-RULE-VALUE
               WHEN 'LIST'
                   IF WS-RULE-VALUE-1 = SPACES
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   MOVE WS-RULE-VALUE-1 TO GN-TEXT (WS-FM-SUB)
                   SET GN-LIST (WS-FM-SUB) TO TRUE
                   PERFORM 041-CHECK-LIST-ITEMS
               WHEN OTHER
                   SET GN-FILL (WS-FM-SUB) TO TRUE
                   IF WS-KIND-CHAR
                       MOVE WS-RULE-VALUE-1 TO GN-TEXT (WS-FM-SUB)
                   ELSE
                       MOVE WS-RULE-VALUE-1 (1 : 20) TO WS-NUM-TOKEN
                       PERFORM 075-TOKEN-TO-FIELD-UNITS
                       IF WS-NUM-GOOD-SW NOT = 'Y'
                           PERFORM 049-REFUSE-RULE
                       END-IF
                       MOVE WS-CHECK-VALUE TO GN-LOW (WS-FM-SUB)
                       PERFORM 048-CHECK-RULE-VALUE
                   END-IF
           END-EVALUATE
           .
      *****************************************************************
      ** 041-CHECK-LIST-ITEMS - COUNT THE '/'-SEPARATED ITEMS AND,   **
      ** FOR ANYTHING BUT A CHAR FIELD, PROVE EACH ONE FITS.         **
      *****************************************************************
       041-CHECK-LIST-ITEMS.
           MOVE 0 TO GN-LIST-COUNT (WS-FM-SUB)
           MOVE LENGTH (TRIM (WS-RULE-VALUE-1 TRAILING))
             TO WS-LIST-LEN
           MOVE 1 TO WS-LIST-PTR
           PERFORM WITH TEST BEFORE UNTIL WS-LIST-PTR > WS-LIST-LEN
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING WS-RULE-VALUE-1 (1 : WS-LIST-LEN)
                   DELIMITED BY '/'
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               ADD 1 TO GN-LIST-COUNT (WS-FM-SUB)
               IF GN-LIST-COUNT (WS-FM-SUB) > 64
                   DISPLAY 'FILEGEN: MORE THAN 64 LIST VALUES'
                           UPON SYSERR
                   PERFORM 049-REFUSE-RULE
               END-IF
               IF NOT WS-KIND-CHAR
                   IF WS-LIST-ITEM (21 : ) NOT = SPACES
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   MOVE WS-LIST-ITEM (1 : 20) TO WS-NUM-TOKEN
                   PERFORM 075-TOKEN-TO-FIELD-UNITS
                   IF WS-NUM-GOOD-SW NOT = 'Y'
                       PERFORM 049-REFUSE-RULE
                   END-IF
                   PERFORM 048-CHECK-RULE-VALUE
               END-IF
           END-PERFORM
           .
       048-CHECK-RULE-VALUE.
           PERFORM 060-CHECK-VALUE-FITS
           IF NOT WS-VALUE-FITS
               MOVE WS-CHECK-VALUE TO WS-EDIT-VALUE
               DISPLAY 'FILEGEN: FIELD ' TRIM (WS-RULE-NAME)
                       ' CANNOT TAKE ' TRIM (WS-EDIT-VALUE) ' - '
                       TRIM (WS-FIT-WHY) UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           .
       049-REFUSE-RULE.
           DISPLAY 'FILEGEN: BAD RULE REFUSED, RUN STOPPED: '
                   RULES-RECORD UPON SYSERR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
      *****************************************************************
      ** 050-CHECK-MIX - SETTLE WHICH LAYOUTS ARE WRITTEN, AND PROVE **
      ** EACH ONE FITS THE RECORD LENGTH. A SINGLE-LAYOUT MAP WITH   **
      ** NO MIX RULES WRITES THAT LAYOUT; A MULTI-LAYOUT MAP MUST    **
      ** SAY WHICH LAYOUTS ARE DETAIL - GUESSING WOULD WRITE A FEED  **
      ** NO REAL SENDER PRODUCES.                                    **
      *****************************************************************
       050-CHECK-MIX.
           IF WS-MIX-COUNT = 0
               IF FMT-LAYOUT-COUNT = 1
                  AND WS-HEADER-LAY = 0 AND WS-TRAILER-LAY = 0
                   MOVE 1 TO WS-MIX-COUNT
                   MOVE 1 TO MX-LAY-SUB (1)
                   MOVE 1 TO MX-WEIGHT (1)
                   MOVE 1 TO WS-TOTAL-WEIGHT
               ELSE
                   DISPLAY 'FILEGEN: NAME AT LEAST ONE DETAIL LAYOUT '
                           'IN THE RULES (LAYOUT,DETAIL)' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-SCAN-LAY FROM 1 BY 1
                     UNTIL WS-SCAN-LAY > FMT-LAYOUT-COUNT
               PERFORM 045-CHECK-LAYOUT-ROLE
               IF WS-ROLE-SW = 'Y'
                   PERFORM 016-LAYOUT-EXTENT
                   IF WS-LAY-EXTENT > WS-OUTPUT-RECLEN
                       MOVE WS-OUTPUT-RECLEN TO WS-EDIT-COUNT
                       DISPLAY 'FILEGEN: LAYOUT '
                               TRIM (FMT-LAY-NAME (WS-SCAN-LAY))
                               ' RUNS PAST RECLEN '
                               TRIM (WS-EDIT-COUNT) UPON SYSERR
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** 052-CLASSIFY-TRAILER - EXACTLY FILERECON'S RULE: A NUMERIC  **
      ** TRAILER FIELD WITH A SAME-NAMED NUMERIC FIELD IN ANOTHER    **
      ** LAYOUT IS A HASH TOTAL; WITH NO TWIN, 'COUNT' IN THE NAME   **
      ** MAKES IT THE RECORD COUNT. EITHER IS COMPUTED, WHATEVER THE **
      ** RULES SAID; ANY OTHER TRAILER FIELD IS GENERATED AS USUAL.  **
      *****************************************************************
       052-CLASSIFY-TRAILER.
           IF WS-TRAILER-LAY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FMT-LAY-FIRST-ENTRY (WS-TRAILER-LAY) TO WS-TRL-FIRST
           COMPUTE WS-TRL-LAST = WS-TRL-FIRST
               + FMT-LAY-ENTRY-COUNT (WS-TRAILER-LAY) - 1
           PERFORM VARYING WS-FM-SUB FROM WS-TRL-FIRST BY 1
                     UNTIL WS-FM-SUB > WS-TRL-LAST
               IF FMT-TYPE (WS-FM-SUB) = 'COMP-3'
                  OR FMT-TYPE (WS-FM-SUB) = 'COMP'
                  OR FMT-TYPE (WS-FM-SUB) = 'COMP-5'
                   PERFORM 053-CLASSIFY-TRAILER-FIELD
               END-IF
           END-PERFORM
           .
       053-CLASSIFY-TRAILER-FIELD.
           MOVE SPACE TO GN-ROLE (WS-FM-SUB)
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                     UNTIL WS-SCAN-SUB > FMT-ENTRY-COUNT
                        OR GN-HASH-TOTAL (WS-FM-SUB)
               IF (WS-SCAN-SUB < WS-TRL-FIRST
                   OR WS-SCAN-SUB > WS-TRL-LAST)
                  AND FMT-NAME (WS-SCAN-SUB) = FMT-NAME (WS-FM-SUB)
                  AND (FMT-TYPE (WS-SCAN-SUB) = 'COMP-3'
                       OR FMT-TYPE (WS-SCAN-SUB) = 'COMP'
                       OR FMT-TYPE (WS-SCAN-SUB) = 'COMP-5')
                   SET GN-HASH-TOTAL (WS-FM-SUB) TO TRUE
               END-IF
           END-PERFORM
           IF NOT GN-HASH-TOTAL (WS-FM-SUB)
               MOVE 0 TO WS-COUNT-TALLY
               INSPECT FMT-NAME (WS-FM-SUB)
                   TALLYING WS-COUNT-TALLY FOR ALL 'COUNT'
               IF WS-COUNT-TALLY > 0
                   SET GN-RECORD-COUNT (WS-FM-SUB) TO TRUE
               END-IF
           END-IF
           IF GN-HASH-TOTAL (WS-FM-SUB)
              OR GN-RECORD-COUNT (WS-FM-SUB)
               SET GN-COMPUTED (WS-FM-SUB) TO TRUE
           END-IF
           .
      *****************************************************************
      ** 055-CHECK-GENERATION - PROVE EVERY FIELD OF EVERY LAYOUT TO **
      ** BE WRITTEN AGAINST ITS MAP ENTRY: BOTH ENDS OF EVERY RANGE  **
      ** AND DATE WINDOW (DEFAULTS INCLUDED), AND EACH SEQUENCE TO   **
      ** THE LAST VALUE THE RUN COULD GIVE IT - ONE RECORD FOR THE   **
      ** HEADER OR TRAILER, RECORDS FOR A DETAIL LAYOUT.             **
      *****************************************************************
       055-CHECK-GENERATION.
           PERFORM VARYING WS-SCAN-LAY FROM 1 BY 1
                     UNTIL WS-SCAN-LAY > FMT-LAYOUT-COUNT
               PERFORM 045-CHECK-LAYOUT-ROLE
               IF WS-ROLE-SW = 'Y'
                   MOVE 1 TO WS-ENTRY-USES
                   IF WS-SCAN-LAY NOT = WS-HEADER-LAY
                      AND WS-SCAN-LAY NOT = WS-TRAILER-LAY
                      AND WS-RECORD-TARGET > 1
                       MOVE WS-RECORD-TARGET TO WS-ENTRY-USES
                   END-IF
                   MOVE FMT-LAY-FIRST-ENTRY (WS-SCAN-LAY)
                     TO WS-LAY-FIRST
                   COMPUTE WS-LAY-LAST = WS-LAY-FIRST
                       + FMT-LAY-ENTRY-COUNT (WS-SCAN-LAY) - 1
                   PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                             UNTIL WS-FM-SUB > WS-LAY-LAST
                       PERFORM 056-CHECK-ONE-ENTRY
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       056-CHECK-ONE-ENTRY.
           EVALUATE TRUE
               WHEN GN-SEQUENCE (WS-FM-SUB)
                   MOVE GN-LOW (WS-FM-SUB) TO WS-CHECK-VALUE
                   PERFORM 057-CHECK-ENTRY-VALUE
                   COMPUTE WS-CHECK-VALUE = GN-LOW (WS-FM-SUB)
                       + GN-STEP (WS-FM-SUB) * (WS-ENTRY-USES - 1)
                       ON SIZE ERROR
                           MOVE 999999999999999999 TO WS-CHECK-VALUE
                   END-COMPUTE
                   PERFORM 057-CHECK-ENTRY-VALUE
               WHEN GN-RANGE (WS-FM-SUB)
                   MOVE GN-LOW (WS-FM-SUB) TO WS-CHECK-VALUE
                   PERFORM 057-CHECK-ENTRY-VALUE
                   MOVE GN-HIGH (WS-FM-SUB) TO WS-CHECK-VALUE
                   PERFORM 057-CHECK-ENTRY-VALUE
               WHEN GN-DATE-WINDOW (WS-FM-SUB)
                   MOVE GN-LOW (WS-FM-SUB) TO WS-DAY-INT
                   PERFORM 065-DAY-TO-FIELD-UNITS
                   PERFORM 057-CHECK-ENTRY-VALUE
                   MOVE GN-HIGH (WS-FM-SUB) TO WS-DAY-INT
                   PERFORM 065-DAY-TO-FIELD-UNITS
                   PERFORM 057-CHECK-ENTRY-VALUE
           END-EVALUATE
           .
       057-CHECK-ENTRY-VALUE.
           PERFORM 060-CHECK-VALUE-FITS
           IF NOT WS-VALUE-FITS
               MOVE SPACES TO WS-LAYOUT-TAG
               IF FMT-LAY-NAME (WS-SCAN-LAY) NOT = SPACES
                   STRING ' (LAYOUT ' DELIMITED BY SIZE
                          FMT-LAY-NAME (WS-SCAN-LAY)
                              DELIMITED BY SPACE
                          ')' DELIMITED BY SIZE
                       INTO WS-LAYOUT-TAG
                   END-STRING
               END-IF
               MOVE WS-CHECK-VALUE TO WS-EDIT-VALUE
               DISPLAY 'FILEGEN: FIELD '
                       TRIM (FMT-NAME (WS-FM-SUB))
                       TRIM (WS-LAYOUT-TAG TRAILING)
                       ' WOULD BE GIVEN ' TRIM (WS-EDIT-VALUE)
                       ' - ' TRIM (WS-FIT-WHY) UPON SYSERR
               DISPLAY 'FILEGEN: GIVE THE FIELD A RULE THAT FITS - '
                       'RUN REFUSED, NOTHING WRITTEN' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 060-CHECK-VALUE-FITS - CAN MAP ENTRY WS-FM-SUB HOLD         **
      ** WS-CHECK-VALUE (IN THE FIELD'S OWN UNITS)? A CHAR FIELD     **
      ** TAKES IT AS ZERO-FILLED DIGITS, SO IT MUST BE 0 OR MORE AND **
      ** NO WIDER THAN THE FIELD; ANY OTHER FIELD MUST SIT INSIDE    **
      ** ITS MIN/MAX AND SURVIVE A TRIAL ENCODE (A DATE MUST BE A    **
      ** REAL CALENDAR DATE).                                        **
      *****************************************************************
       060-CHECK-VALUE-FITS.
           MOVE 'Y' TO WS-FIT-SW
           MOVE SPACES TO WS-FIT-WHY
           IF FMT-TYPE (WS-FM-SUB) = 'CHAR'
               IF WS-CHECK-VALUE < 0
                   MOVE 'N' TO WS-FIT-SW
                   MOVE 'A CHAR FIELD TAKES NO SIGN' TO WS-FIT-WHY
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CHECK-VALUE TO WS-DIGITS
               IF FMT-LENGTH (WS-FM-SUB) < 18
                   COMPUTE WS-CUT-LENGTH = 18 - FMT-LENGTH (WS-FM-SUB)
                   IF WS-DIGITS (1 : WS-CUT-LENGTH) NOT = ZEROS
                       MOVE 'N' TO WS-FIT-SW
                       MOVE 'TOO MANY DIGITS FOR THE FIELD'
                         TO WS-FIT-WHY
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FMT-MIN-GIVEN (WS-FM-SUB)
              AND WS-CHECK-VALUE < FMT-MIN (WS-FM-SUB)
               MOVE 'N' TO WS-FIT-SW
               MOVE 'BELOW THE FIELD MIN' TO WS-FIT-WHY
               EXIT PARAGRAPH
           END-IF
           IF FMT-MAX-GIVEN (WS-FM-SUB)
              AND WS-CHECK-VALUE > FMT-MAX (WS-FM-SUB)
               MOVE 'N' TO WS-FIT-SW
               MOVE 'ABOVE THE FIELD MAX' TO WS-FIT-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FME-OFFSET
           MOVE FMT-LENGTH (WS-FM-SUB) TO FME-LENGTH
           MOVE FMT-TYPE (WS-FM-SUB) TO FME-TYPE
           MOVE 8 TO FME-RECLEN
           MOVE WS-CHECK-VALUE TO FME-VALUE
           CALL 'FMENCODE' USING WS-ENCODE-WORK, FMENCODE-REQUEST
           END-CALL
           IF NOT FME-VALID
               MOVE 'N' TO WS-FIT-SW
               STRING 'WILL NOT ENCODE - REASON ' FME-REASON
                   DELIMITED BY SIZE INTO WS-FIT-WHY
               END-STRING
           END-IF
           .
      *****************************************************************
      ** 065-DAY-TO-FIELD-UNITS - DAY NUMBER WS-DAY-INT AS ENTRY     **
      ** WS-FM-SUB STORES IT: CCYYDDD FOR DATE-J, YYYYMMDD OTHERWISE **
      ** (DATE, AND A CHAR FIELD HOLDING A DATE).                    **
      *****************************************************************
       065-DAY-TO-FIELD-UNITS.
           IF FMT-TYPE (WS-FM-SUB) = 'DATE-J'
               COMPUTE WS-CHECK-VALUE = DAY-OF-INTEGER (WS-DAY-INT)
           ELSE
               COMPUTE WS-CHECK-VALUE = DATE-OF-INTEGER (WS-DAY-INT)
           END-IF
           .
      *****************************************************************
      ** 067-FIELD-UNITS-TO-DAY - THE REVERSE, FOR A MAP MIN/MAX ON  **
      ** A DATE FIELD. WS-DATE-GOOD-SW IS 'N' WHEN WS-CHECK-VALUE IS **
      ** NOT A REAL DATE IN THE FIELD'S FORM.                        **
      *****************************************************************
       067-FIELD-UNITS-TO-DAY.
           MOVE 'N' TO WS-DATE-GOOD-SW
           IF WS-CHECK-VALUE < 1 OR WS-CHECK-VALUE > 99999999
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-VALUE TO WS-DATE-NUMBER
           IF FMT-TYPE (WS-FM-SUB) = 'DATE-J'
               IF TEST-DAY-YYYYDDD (WS-DATE-NUMBER) = 0
                   COMPUTE WS-DAY-INT =
                       INTEGER-OF-DAY (WS-DATE-NUMBER)
                   MOVE 'Y' TO WS-DATE-GOOD-SW
               END-IF
           ELSE
               IF TEST-DATE-YYYYMMDD (WS-DATE-NUMBER) = 0
                   COMPUTE WS-DAY-INT =
                       INTEGER-OF-DATE (WS-DATE-NUMBER)
                   MOVE 'Y' TO WS-DATE-GOOD-SW
               END-IF
           END-IF
           .
      *****************************************************************
      ** 068-YYYYMMDD-TO-DAY - A RULE DATE (ALWAYS YYYYMMDD,         **
      ** WHATEVER THE FIELD'S FORM) FROM 070-CONVERT-NUMBER TO A DAY **
      ** NUMBER.                                                     **
      *****************************************************************
       068-YYYYMMDD-TO-DAY.
           MOVE 'N' TO WS-DATE-GOOD-SW
           IF WS-NUM-GOOD-SW NOT = 'Y'
              OR WS-NUM-VALUE < 1 OR WS-NUM-VALUE > 99999999
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-DATE-NUMBER
           IF TEST-DATE-YYYYMMDD (WS-DATE-NUMBER) = 0
               COMPUTE WS-DAY-INT = INTEGER-OF-DATE (WS-DATE-NUMBER)
               MOVE 'Y' TO WS-DATE-GOOD-SW
           END-IF
           .
       069-SET-FIELD-KIND.
           EVALUATE FMT-TYPE (WS-FM-SUB)
               WHEN 'CHAR'
                   SET WS-KIND-CHAR TO TRUE
               WHEN 'DATE'
               WHEN 'DATE-J'
                   SET WS-KIND-DATE TO TRUE
               WHEN OTHER
                   SET WS-KIND-NUMBER TO TRUE
           END-EVALUATE
           .
      *****************************************************************
      ** 070-CONVERT-NUMBER - WS-NUM-TOKEN, AN OPTIONALLY SIGNED     **
      ** WHOLE NUMBER OF UP TO 18 DIGITS, TO WS-NUM-VALUE.           **
      ** WS-NUM-GOOD-SW IS 'N' WHEN IT ISN'T ONE.                    **
      *****************************************************************
       070-CONVERT-NUMBER.
           MOVE 'N' TO WS-NUM-GOOD-SW
           MOVE 'N' TO WS-NUM-NEG-SW
           MOVE 0 TO WS-NUM-VALUE
           MOVE TRIM (WS-NUM-TOKEN) TO WS-NUM-DIGITS
           IF WS-NUM-DIGITS (1 : 1) = '-'
               MOVE 'Y' TO WS-NUM-NEG-SW
               MOVE TRIM (WS-NUM-DIGITS (2 : )) TO WS-NUM-DIGITS
           END-IF
           IF WS-NUM-DIGITS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH (TRIM (WS-NUM-DIGITS TRAILING)) TO WS-NUM-LEN
           IF WS-NUM-LEN > 18
              OR WS-NUM-DIGITS (1 : WS-NUM-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-DIGITS (1 : WS-NUM-LEN) TO WS-NUM-UNSIGNED
           MOVE WS-NUM-UNSIGNED TO WS-NUM-VALUE
           IF WS-NUM-NEG-SW = 'Y'
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * -1
           END-IF
           MOVE 'Y' TO WS-NUM-GOOD-SW
           .
      *****************************************************************
      ** 075-TOKEN-TO-FIELD-UNITS - A RULE VALUE FOR ENTRY WS-FM-SUB **
      ** INTO WS-CHECK-VALUE: THE NUMBER ITSELF, OR FOR A DATE FIELD **
      ** THE YYYYMMDD DATE RESTATED IN THE FIELD'S OWN FORM.         **
      *****************************************************************
       075-TOKEN-TO-FIELD-UNITS.
           PERFORM 070-CONVERT-NUMBER
           IF WS-NUM-GOOD-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF FMT-TYPE (WS-FM-SUB) = 'DATE'
              OR FMT-TYPE (WS-FM-SUB) = 'DATE-J'
               PERFORM 068-YYYYMMDD-TO-DAY
               IF WS-DATE-GOOD-SW NOT = 'Y'
                   MOVE 'N' TO WS-NUM-GOOD-SW
                   EXIT PARAGRAPH
               END-IF
               PERFORM 065-DAY-TO-FIELD-UNITS
           ELSE
               MOVE WS-NUM-VALUE TO WS-CHECK-VALUE
           END-IF
           .
      *****************************************************************
      ** 080-NEXT-RANDOM - THE SAME SMALL LINEAR CONGRUENTIAL        **
      ** GENERATOR FILEMASK USES. 082-RANDOM-IN-RANGE TAKES THE TOP  **
      ** 15 BITS OF FOUR DRAWS (THE LOW BITS OF THIS GENERATOR CYCLE **
      ** SHORT) AND REDUCES THEM TO WS-RANGE-LOW..WS-RANGE-HIGH.     **
      *****************************************************************
       080-NEXT-RANDOM.
           COMPUTE WS-RANDOM-STATE =
               FUNCTION MOD (WS-RANDOM-STATE * 1103515245 + 12345,
                             2147483648)
           COMPUTE WS-RANDOM-BITS = WS-RANDOM-STATE / 65536
           .
       082-RANDOM-IN-RANGE.
           COMPUTE WS-RANGE-SPAN = WS-RANGE-HIGH - WS-RANGE-LOW + 1
           IF WS-RANGE-SPAN <= 1
               MOVE WS-RANGE-LOW TO WS-GEN-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RANDOM-BIG
           PERFORM 4 TIMES
               PERFORM 080-NEXT-RANDOM
               COMPUTE WS-RANDOM-BIG =
                   WS-RANDOM-BIG * 32768 + WS-RANDOM-BITS
           END-PERFORM
           COMPUTE WS-GEN-VALUE = WS-RANGE-LOW
               + FUNCTION MOD (WS-RANDOM-BIG, WS-RANGE-SPAN)
           .
      *****************************************************************
      ** 100-GENERATE-FILE - ONE PASS OVER THE WHOLE FILE: HEADER,   **
      ** THE DETAIL RECORDS, TRAILER. THE GENERATOR IS RESEEDED AND  **
      ** EVERY COUNTER RESET, SO BOTH PASSES BUILD THE SAME RECORDS. **
      *****************************************************************
       100-GENERATE-FILE.
           MOVE WS-SEED TO WS-RANDOM-STATE
           MOVE 0 TO WS-RECORDS-WRITTEN, WS-HEADER-WRITTEN,
                     WS-TRAILER-WRITTEN
           PERFORM VARYING WS-MIX-SUB FROM 1 BY 1
                     UNTIL WS-MIX-SUB > WS-MIX-COUNT
               MOVE 0 TO MX-WRITTEN (WS-MIX-SUB)
           END-PERFORM
           PERFORM VARYING WS-FM-SUB FROM 1 BY 1
                     UNTIL WS-FM-SUB > FMT-ENTRY-COUNT
               MOVE GN-LOW (WS-FM-SUB) TO GN-NEXT (WS-FM-SUB)
               MOVE 0 TO GN-VALUE (WS-FM-SUB)
               MOVE 0 TO GN-TOTAL (WS-FM-SUB)
               MOVE 'N' TO GN-OVERFLOW-SW (WS-FM-SUB)
           END-PERFORM
           IF WS-HEADER-LAY > 0
               MOVE WS-HEADER-LAY TO WS-GEN-LAY
               PERFORM 200-BUILD-RECORD
               PERFORM 300-EMIT-RECORD
               ADD 1 TO WS-HEADER-WRITTEN
           END-IF
           PERFORM WS-RECORD-TARGET TIMES
               PERFORM 120-PICK-DETAIL-LAYOUT
               PERFORM 200-BUILD-RECORD
               PERFORM 300-EMIT-RECORD
               ADD 1 TO MX-WRITTEN (WS-MIX-SUB)
           END-PERFORM
           IF WS-TRAILER-LAY > 0
               IF WS-COUNTING-PASS
                   PERFORM 400-CHECK-TRAILER-TOTALS
               END-IF
               MOVE WS-TRAILER-LAY TO WS-GEN-LAY
               PERFORM 200-BUILD-RECORD
               PERFORM 300-EMIT-RECORD
               ADD 1 TO WS-TRAILER-WRITTEN
           END-IF
           .
       120-PICK-DETAIL-LAYOUT.
           MOVE 1 TO WS-MIX-SUB
           IF WS-MIX-COUNT > 1
               MOVE 1 TO WS-RANGE-LOW
               MOVE WS-TOTAL-WEIGHT TO WS-RANGE-HIGH
               PERFORM 082-RANDOM-IN-RANGE
               MOVE 0 TO WS-WEIGHT-SEEN
               PERFORM VARYING WS-MIX-SUB FROM 1 BY 1
                         UNTIL WS-MIX-SUB >= WS-MIX-COUNT
                   ADD MX-WEIGHT (WS-MIX-SUB) TO WS-WEIGHT-SEEN
                   IF WS-GEN-VALUE <= WS-WEIGHT-SEEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE MX-LAY-SUB (WS-MIX-SUB) TO WS-GEN-LAY
           .
      *****************************************************************
      ** 200-BUILD-RECORD - BUILD ONE RECORD OF LAYOUT WS-GEN-LAY IN **
      ** WS-RECORD-AREA AND PROVE FMSELECT PLACES IT THERE. RANDOM   **
      ** FIELD CONTENT CAN HAPPEN TO MATCH AN EARLIER LAYOUT'S       **
      ** DISCRIMINATOR, SO A MISPLACED RECORD IS DRAWN AGAIN; A      **
      ** LAYOUT THAT STILL WON'T PLACE (A CATCH-ALL AHEAD OF IT IN   **
      ** THE MAP, SAY) STOPS THE RUN - THE AUDIT GATE WOULD CHECK    **
      ** THOSE RECORDS AGAINST THE WRONG LAYOUT. THE COUNTING PASS   **
      ** MEETS THIS FIRST, SO NOTHING HAS BEEN WRITTEN.              **
      *****************************************************************
       200-BUILD-RECORD.
           MOVE 0 TO WS-ATTEMPT
           MOVE 'N' TO WS-PLACED-SW
           MOVE FMT-LAY-FIRST-ENTRY (WS-GEN-LAY) TO WS-LAY-FIRST
           COMPUTE WS-LAY-LAST = WS-LAY-FIRST
               + FMT-LAY-ENTRY-COUNT (WS-GEN-LAY) - 1
           PERFORM WITH TEST BEFORE
                   UNTIL WS-RECORD-PLACED OR WS-ATTEMPT >= 16
               ADD 1 TO WS-ATTEMPT
               PERFORM 205-BUILD-ONE-ATTEMPT
           END-PERFORM
           IF NOT WS-RECORD-PLACED
               DISPLAY 'FILEGEN: RECORDS OF LAYOUT '
                       TRIM (FMT-LAY-NAME (WS-GEN-LAY))
                       ' ARE TAKEN FOR ANOTHER LAYOUT BY FMSELECT - '
                       'CHECK THE MAP''S DISCRIMINATORS' UPON SYSERR
               DISPLAY 'FILEGEN: RUN STOPPED, NOTHING WRITTEN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       205-BUILD-ONE-ATTEMPT.
           MOVE SPACES TO WS-RECORD-AREA (1 : WS-OUTPUT-RECLEN)
           PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                     UNTIL WS-FM-SUB > WS-LAY-LAST
               IF FMT-LENGTH (WS-FM-SUB) > 0
                   PERFORM 210-GENERATE-FIELD
               END-IF
           END-PERFORM
           IF FMT-LAY-DISC-GIVEN (WS-GEN-LAY)
               MOVE FMT-LAY-DISC-VALUE (WS-GEN-LAY)
                    (1 : FMT-LAY-DISC-LENGTH (WS-GEN-LAY))
                 TO WS-RECORD-AREA
                    (FMT-LAY-DISC-OFFSET (WS-GEN-LAY) + 1 :
                     FMT-LAY-DISC-LENGTH (WS-GEN-LAY))
           END-IF
           CALL 'FMSELECT'
               USING WS-RECORD-AREA, FIELD-MAP-TABLE
           END-CALL
           IF FMT-SELECTED-LAYOUT = WS-GEN-LAY
               SET WS-RECORD-PLACED TO TRUE
           END-IF
           .
      *****************************************************************
      ** 210-GENERATE-FIELD - ONE VALUE FOR ENTRY WS-FM-SUB, BY ITS  **
      ** ACTION, INTO WS-RECORD-AREA. A SEQUENCE ADVANCES ONLY WHEN  **
      ** ITS RECORD IS KEPT (300), SO A REDRAWN RECORD SKIPS NONE.   **
      *****************************************************************
       210-GENERATE-FIELD.
           EVALUATE TRUE
               WHEN GN-COMPUTED (WS-FM-SUB)
                   MOVE GN-TOTAL (WS-FM-SUB) TO WS-GEN-VALUE
                   PERFORM 230-PUT-NUMBER
               WHEN GN-SEQUENCE (WS-FM-SUB)
                   MOVE GN-NEXT (WS-FM-SUB) TO WS-GEN-VALUE
                   PERFORM 230-PUT-NUMBER
               WHEN GN-RANGE (WS-FM-SUB)
                   MOVE GN-LOW (WS-FM-SUB) TO WS-RANGE-LOW
                   MOVE GN-HIGH (WS-FM-SUB) TO WS-RANGE-HIGH
                   PERFORM 082-RANDOM-IN-RANGE
                   PERFORM 230-PUT-NUMBER
               WHEN GN-DATE-WINDOW (WS-FM-SUB)
                   MOVE GN-LOW (WS-FM-SUB) TO WS-RANGE-LOW
                   MOVE GN-HIGH (WS-FM-SUB) TO WS-RANGE-HIGH
                   PERFORM 082-RANDOM-IN-RANGE
                   MOVE WS-GEN-VALUE TO WS-DAY-INT
                   PERFORM 065-DAY-TO-FIELD-UNITS
                   MOVE WS-CHECK-VALUE TO WS-GEN-VALUE
                   PERFORM 230-PUT-NUMBER
               WHEN GN-LIST (WS-FM-SUB)
                   PERFORM 220-PICK-LIST-ITEM
                   IF FMT-TYPE (WS-FM-SUB) = 'CHAR'
                       PERFORM 240-PUT-TEXT
                   ELSE
                       MOVE WS-LIST-ITEM (1 : 20) TO WS-NUM-TOKEN
                       PERFORM 075-TOKEN-TO-FIELD-UNITS
                       MOVE WS-CHECK-VALUE TO WS-GEN-VALUE
                       PERFORM 230-PUT-NUMBER
                   END-IF
               WHEN GN-FILL (WS-FM-SUB)
                   IF FMT-TYPE (WS-FM-SUB) = 'CHAR'
                       MOVE GN-TEXT (WS-FM-SUB) TO WS-LIST-ITEM
                       PERFORM 240-PUT-TEXT
                   ELSE
                       MOVE GN-LOW (WS-FM-SUB) TO WS-GEN-VALUE
                       PERFORM 230-PUT-NUMBER
                   END-IF
               WHEN OTHER
                   PERFORM 250-RANDOM-TEXT
           END-EVALUATE
           .
       220-PICK-LIST-ITEM.
           MOVE 1 TO WS-RANGE-LOW
           MOVE GN-LIST-COUNT (WS-FM-SUB) TO WS-RANGE-HIGH
           PERFORM 082-RANDOM-IN-RANGE
           MOVE WS-GEN-VALUE TO WS-LIST-PICK
           MOVE LENGTH (TRIM (GN-TEXT (WS-FM-SUB) TRAILING))
             TO WS-LIST-LEN
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                     UNTIL WS-LIST-SUB > WS-LIST-PICK
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING GN-TEXT (WS-FM-SUB) (1 : WS-LIST-LEN)
                   DELIMITED BY '/'
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
           END-PERFORM
           .
      *****************************************************************
      ** 230-PUT-NUMBER - WS-GEN-VALUE INTO ENTRY WS-FM-SUB, KEPT IN **
      ** GN-VALUE FOR THE HASH TOTALS. NUMERIC AND DATE FIELDS GO    **
      ** THROUGH FMENCODE; A CHAR FIELD TAKES ZERO-FILLED DIGITS.    **
      ** EVERY VALUE WAS PROVEN AT LOAD, SO A REFUSAL HERE IS A      **
      ** DEFECT AND STOPS THE RUN.                                   **
      *****************************************************************
       230-PUT-NUMBER.
           MOVE WS-GEN-VALUE TO GN-VALUE (WS-FM-SUB)
           IF FMT-TYPE (WS-FM-SUB) = 'CHAR'
               PERFORM 235-PUT-DIGITS
               EXIT PARAGRAPH
           END-IF
           MOVE FMT-OFFSET (WS-FM-SUB) TO FME-OFFSET
           MOVE FMT-LENGTH (WS-FM-SUB) TO FME-LENGTH
           MOVE FMT-TYPE (WS-FM-SUB) TO FME-TYPE
           MOVE WS-OUTPUT-RECLEN TO FME-RECLEN
           MOVE WS-GEN-VALUE TO FME-VALUE
           CALL 'FMENCODE' USING WS-RECORD-AREA, FMENCODE-REQUEST
           END-CALL
           IF NOT FME-VALID
               MOVE WS-GEN-VALUE TO WS-EDIT-VALUE
               DISPLAY 'FILEGEN: FIELD ' TRIM (FMT-NAME (WS-FM-SUB))
                       ' WILL NOT ENCODE ' TRIM (WS-EDIT-VALUE)
                       ' - REASON ' FME-REASON ' - RUN STOPPED'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       235-PUT-DIGITS.
           MOVE WS-GEN-VALUE TO WS-DIGITS
           IF FMT-LENGTH (WS-FM-SUB) >= 18
               MOVE ALL '0' TO WS-RECORD-AREA
                    (FMT-OFFSET (WS-FM-SUB) + 1 :
                     FMT-LENGTH (WS-FM-SUB))
               MOVE WS-DIGITS TO WS-RECORD-AREA
                    (FMT-OFFSET (WS-FM-SUB)
                     + FMT-LENGTH (WS-FM-SUB) - 17 : 18)
           ELSE
               COMPUTE WS-CUT-LENGTH = 18 - FMT-LENGTH (WS-FM-SUB)
               MOVE WS-DIGITS (WS-CUT-LENGTH + 1 : )
                 TO WS-RECORD-AREA
                    (FMT-OFFSET (WS-FM-SUB) + 1 :
                     FMT-LENGTH (WS-FM-SUB))
           END-IF
           .
       240-PUT-TEXT.
           MOVE FMT-LENGTH (WS-FM-SUB) TO WS-FIELD-LEN
           IF WS-FIELD-LEN > 128
               MOVE 128 TO WS-FIELD-LEN
           END-IF
           MOVE WS-LIST-ITEM (1 : WS-FIELD-LEN)
             TO WS-RECORD-AREA
                (FMT-OFFSET (WS-FM-SUB) + 1 : WS-FIELD-LEN)
           .
       250-RANDOM-TEXT.
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                     UNTIL WS-BYTE-SUB > FMT-LENGTH (WS-FM-SUB)
               PERFORM 080-NEXT-RANDOM
               COMPUTE WS-LETTER-SUB =
                   FUNCTION MOD (WS-RANDOM-BITS, 26) + 1
               MOVE WS-LETTERS (WS-LETTER-SUB : 1)
                 TO WS-RECORD-AREA
                    (FMT-OFFSET (WS-FM-SUB) + WS-BYTE-SUB : 1)
           END-PERFORM
           .
      *****************************************************************
      ** 300-EMIT-RECORD - THE RECORD IS KEPT: ADVANCE ITS           **
      ** SEQUENCES, FOLD IT INTO THE TRAILER TOTALS (THE TRAILER     **
      ** ITSELF EXCEPTED), AND ON THE WRITING PASS WRITE IT.         **
      *****************************************************************
       300-EMIT-RECORD.
           PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                     UNTIL WS-FM-SUB > WS-LAY-LAST
               IF GN-SEQUENCE (WS-FM-SUB)
                   ADD GN-STEP (WS-FM-SUB) TO GN-NEXT (WS-FM-SUB)
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
               END-IF
           END-PERFORM
           IF WS-TRAILER-LAY > 0 AND WS-GEN-LAY NOT = WS-TRAILER-LAY
               PERFORM 310-ADD-TO-TOTALS
           END-IF
           ADD 1 TO WS-RECORDS-WRITTEN
           IF WS-WRITING-PASS
               MOVE WS-RECORD-AREA (1 : WS-OUTPUT-RECLEN)
                 TO GEN-OUTPUT-RECORD (1 : WS-OUTPUT-RECLEN)
               WRITE GEN-OUTPUT-RECORD
               PERFORM 9800-GEN-OUTPUT-FILE-STATUS-CHECK
           END-IF
           .
      *****************************************************************
      ** 310-ADD-TO-TOTALS - FILERECON'S ARITHMETIC: THE RECORD      **
      ** COUNT TAKES EVERY RECORD BUT ONE OF A LAYOUT NAMED          **
      ** 'HEADER'; A HASH TOTAL TAKES EVERY SAME-NAMED NUMERIC       **
      ** FIELD THE RECORD'S LAYOUT CARRIES.                          **
      *****************************************************************
       310-ADD-TO-TOTALS.
           PERFORM VARYING WS-TF-SUB FROM WS-TRL-FIRST BY 1
                     UNTIL WS-TF-SUB > WS-TRL-LAST
               EVALUATE TRUE
                   WHEN NOT GN-COMPUTED (WS-TF-SUB)
                       CONTINUE
                   WHEN GN-RECORD-COUNT (WS-TF-SUB)
                       IF FMT-LAY-NAME (WS-GEN-LAY) NOT = 'HEADER'
                           ADD 1 TO GN-TOTAL (WS-TF-SUB)
                       END-IF
                   WHEN OTHER
                       PERFORM VARYING WS-SCAN-SUB FROM WS-LAY-FIRST
                                 BY 1
                                 UNTIL WS-SCAN-SUB > WS-LAY-LAST
                           IF FMT-NAME (WS-SCAN-SUB) =
                              FMT-NAME (WS-TF-SUB)
                              AND (FMT-TYPE (WS-SCAN-SUB) = 'COMP-3'
                                   OR FMT-TYPE (WS-SCAN-SUB) = 'COMP'
                                   OR FMT-TYPE (WS-SCAN-SUB) =
                                      'COMP-5')
                               COMPUTE GN-TOTAL (WS-TF-SUB) =
                                   GN-TOTAL (WS-TF-SUB)
                                   + GN-VALUE (WS-SCAN-SUB)
                                   ON SIZE ERROR
                                       MOVE 'Y' TO
                                           GN-OVERFLOW-SW (WS-TF-SUB)
                               END-COMPUTE
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM
           .
      *****************************************************************
      ** 400-CHECK-TRAILER-TOTALS - ONCE THE COUNTING PASS HAS       **
      ** TOTALLED EVERY RECORD BEFORE THE TRAILER, EACH COMPUTED     **
      ** TRAILER TOTAL MUST FIT ITS FIELD AND ITS MIN/MAX. ONE THAT  **
      ** DOESN'T WOULD WRITE A FEED FILERECON FAILS, SO THE RUN IS   **
      ** REFUSED BEFORE OUT-DSN IS OPENED - FEWER RECORDS, OR A      **
      ** NARROWER RANGE ON THE TOTALLED FIELD, WILL FIT.             **
      *****************************************************************
       400-CHECK-TRAILER-TOTALS.
           IF WS-TRAILER-LAY = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FM-SUB FROM WS-TRL-FIRST BY 1
                     UNTIL WS-FM-SUB > WS-TRL-LAST
               IF GN-COMPUTED (WS-FM-SUB)
                   IF GN-OVERFLOW-SW (WS-FM-SUB) = 'Y'
                       DISPLAY 'FILEGEN: TRAILER TOTAL '
                               TRIM (FMT-NAME (WS-FM-SUB))
                               ' OVERFLOWS - RUN REFUSED, NOTHING '
                               'WRITTEN' UPON SYSERR
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE GN-TOTAL (WS-FM-SUB) TO WS-CHECK-VALUE
                   PERFORM 060-CHECK-VALUE-FITS
                   IF NOT WS-VALUE-FITS
                       MOVE WS-CHECK-VALUE TO WS-EDIT-VALUE
                       DISPLAY 'FILEGEN: TRAILER TOTAL '
                               TRIM (FMT-NAME (WS-FM-SUB))
                               ' WOULD BE ' TRIM (WS-EDIT-VALUE)
                               ' - ' TRIM (WS-FIT-WHY) UPON SYSERR
                       DISPLAY 'FILEGEN: RUN REFUSED, NOTHING '
                               'WRITTEN' UPON SYSERR
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** 850-PRINT-SUMMARY - RECORDS WRITTEN PER LAYOUT AND THE      **
      ** TRAILER TOTALS, SO THE RUN CAN BE READ AGAINST FILERECON'S. **
      *****************************************************************
       850-PRINT-SUMMARY.
           MOVE WS-SEED TO WS-EDIT-VALUE
           DISPLAY 'FILEGEN: ' WS-RECORDS-WRITTEN
                   ' RECORD(S) WRITTEN TO ' TRIM (WS-OUTPUT-DSN)
                   ', SEED ' TRIM (WS-EDIT-VALUE) UPON SYSERR
           IF WS-HEADER-LAY > 0
               MOVE WS-HEADER-WRITTEN TO WS-EDIT-COUNT
               DISPLAY 'FILEGEN:   HEADER  '
                       FMT-LAY-NAME (WS-HEADER-LAY) WS-EDIT-COUNT
                       UPON SYSERR
           END-IF
           PERFORM VARYING WS-MIX-SUB FROM 1 BY 1
                     UNTIL WS-MIX-SUB > WS-MIX-COUNT
               MOVE MX-WRITTEN (WS-MIX-SUB) TO WS-EDIT-COUNT
               DISPLAY 'FILEGEN:   DETAIL  '
                       FMT-LAY-NAME (MX-LAY-SUB (WS-MIX-SUB))
                       WS-EDIT-COUNT UPON SYSERR
           END-PERFORM
           IF WS-TRAILER-LAY > 0
               MOVE WS-TRAILER-WRITTEN TO WS-EDIT-COUNT
               DISPLAY 'FILEGEN:   TRAILER '
                       FMT-LAY-NAME (WS-TRAILER-LAY) WS-EDIT-COUNT
                       UPON SYSERR
               PERFORM VARYING WS-FM-SUB FROM WS-TRL-FIRST BY 1
                         UNTIL WS-FM-SUB > WS-TRL-LAST
                   IF GN-COMPUTED (WS-FM-SUB)
                       MOVE GN-TOTAL (WS-FM-SUB) TO WS-EDIT-VALUE
                       IF GN-HASH-TOTAL (WS-FM-SUB)
                           DISPLAY 'FILEGEN:   HASH TOTAL   '
                                   FMT-NAME (WS-FM-SUB) WS-EDIT-VALUE
                                   UPON SYSERR
                       ELSE
                           DISPLAY 'FILEGEN:   RECORD COUNT '
                                   FMT-NAME (WS-FM-SUB) WS-EDIT-VALUE
                                   UPON SYSERR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==GEN-OUTPUT-FILE==
           ==:FILE-TAG:==    BY =='GEN-OUTPUT-FILE'==
           ==:FILE-STATUS:== BY ==WS-OUTPUT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==GEN-OUTPUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-OUTPUT-RECLEN==.
