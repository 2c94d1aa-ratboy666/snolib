       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILERULES.
      *****************************************************************
      ** CROSS-FIELD BUSINESS-RULE GATE. FILEAUDIT CHECKS EACH FIELD **
      ** ON ITS OWN - NIBBLES, MIN/MAX, CALENDAR DATES; THE DEFECTS  **
      ** THAT HURT ARE RELATIONSHIPS BETWEEN FIELDS: A CLOSE-DATE    **
      ** BEFORE THE OPEN-DATE, STATUS 'C' WITH A BALANCE LEFT, A     **
      ** CODE OUTSIDE ITS LIST OF VALID VALUES. A RULES DATASET      **
      ** STATES THEM IN FIELD-MAP NAMES; EVERY RECORD IS CHECKED     **
      ** AGAINST EVERY RULE ITS LAYOUT CARRIES, VIOLATIONS ARE       **
      ** COUNTED PER RULE AND WRITTEN TO A VIOLATION DATASET, THE    **
      ** FIRST OFFENDERS ARE DUMPED WITH THE DECODED ANNOTATION      **
      ** LINES, AND THE RETURN CODE GATES THE UPDATE THE SAME WAY    **
      ** FILEAUDIT'S DOES.                                           **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO EIGHT COMMA- **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   DSN,RECLEN,MAP-DSN,RULES-DSN,VIOL-DSN,THRESHOLD,          **
      **   MAX-DUMPS,REPORT-DSN                                      **
      **                                                             **
      **   DSN        - REQUIRED. THE DATASET TO CHECK.              **
      **   RECLEN     - OPTIONAL. FIXED RECORD LENGTH TO READ.       **
      **                DEFAULTS TO 80.                              **
      **   MAP-DSN    - REQUIRED. FIELD-MAP DATASET (FLDMAP.CPY).    **
      **                A MULTI-LAYOUT MAP IS HONORED.               **
      **   RULES-DSN  - REQUIRED. THE RULES - SEE BELOW.             **
      **   VIOL-DSN   - OPTIONAL. WHERE TO WRITE ONE RECORD PER      **
      **                VIOLATION (RULEVIOL.CPY - FIXED 240 BYTES,   **
      **                READY FOR FILECSV). DEFAULTS TO REPORT ONLY. **
      **   THRESHOLD  - OPTIONAL. THE GATE TRIPS WHEN THE COUNT OF   **
      **                RECORDS BREAKING ANY RULE REACHES THIS, THE  **
      **                FILEAUDIT RULE. DEFAULTS TO 1.               **
      **   MAX-DUMPS  - OPTIONAL. HOW MANY OFFENDING RECORDS TO      **
      **                DUMP (AND LIST RULE BY RULE ON SYSERR)       **
      **                BEFORE GOING QUIET - COUNTING AND THE        **
      **                VIOLATION DATASET CARRY ON. DEFAULTS TO 10;  **
      **                0 DUMPS EVERY OFFENDER.                      **
      **   REPORT-DSN - OPTIONAL. WHERE TO WRITE THE REPORT.         **
      **                DEFAULTS TO SYSERR ONLY, THE FILEPROF        **
      **                CONVENTION.                                  **
      **                                                             **
      ** THE RULES DATASET HAS ONE RULE PER LINE ('*' IN COLUMN 1 IS **
      ** A COMMENT):                                                 **
      **                                                             **
      **   RULE-ID,FIELD,OP,OPERAND[,WHEN,FIELD,OP,OPERAND]...       **
      **                                                             **
      **   RULE-ID - UP TO 8 CHARACTERS, UNIQUE. NAMES THE RULE IN   **
      **             THE REPORT AND THE VIOLATION DATASET.           **
      **   FIELD   - A FIELD-MAP NAME.                               **
      **   OP      - EQ, NE, LT, LE, GT, GE, IN OR NOTIN.            **
      **   OPERAND - @NAME FOR ANOTHER FIELD OF THE SAME RECORD, A   **
      **             CONSTANT (A SIGNED INTEGER IN THE FIELD'S RAW   **
      **             UNITS FOR A NUMERIC FIELD, YYYYMMDD FOR A DATE  **
      **             OR DATE-J FIELD, TEXT FOR A CHAR FIELD), OR -   **
      **             FOR IN AND NOTIN - A LIST OF UP TO 12 SUCH      **
      **             CONSTANTS SEPARATED BY '/'.                     **
      **                                                             **
      ** THE FIRST CONDITION IS WHAT MUST HOLD; EACH ",WHEN,..."     **
      ** CLAUSE (UP TO THREE, ALL OF WHICH MUST BE TRUE) LIMITS THE  **
      ** RECORDS THE RULE APPLIES TO. FOR EXAMPLE:                   **
      **                                                             **
      **   DATES,CLOSE-DATE,GE,@OPEN-DATE                            **
      **   CLOSED,BALANCE,EQ,0,WHEN,STATUS,EQ,C                      **
      **   TYPES,ACCT-TYPE,IN,CHK/SAV/LON                            **
      **                                                             **
      ** A RULE APPLIES ONLY TO RECORDS WHOSE LAYOUT CARRIES EVERY    **
      ** FIELD IT NAMES, SO HEADER AND TRAILER LAYOUTS PASS THROUGH  **
      ** UNTOUCHED. DATE AND DATE-J FIELDS COMPARE AS CALENDAR       **
      ** DATES, SO THE TWO TYPES MAY BE MIXED; A CHAR FIELD ONLY     **
      ** COMPARES WITH CHAR, A NUMBER ONLY WITH A NUMBER. CHAR TEXT  **
      ** IS COMPARED SPACE-PADDED, OVER THE FIRST 64 BYTES AT MOST.  **
      ** AN UNKNOWN FIELD, OPERATOR OR MISMATCHED TYPE, OR A BAD     **
      ** CONSTANT, REFUSES THE RUN - THE FILESEL RULE.               **
      **                                                             **
      ** A FIELD THE RULE NEEDS THAT WON'T DECODE, OR RUNS PAST THE  **
      ** END OF THE RECORD, LEAVES THE RULE UNPROVED - THAT COUNTS   **
      ** AS A VIOLATION, AS DOES A RECORD NO LAYOUT CLAIMS: A GATE   **
      ** MUST NEVER PASS A RECORD IT COULDN'T CHECK.                 **
      **                                                             **
      ** THE RUN ENDS WITH THE REPORT - ONE LINE PER RULE WITH THE   **
      ** RECORDS IT APPLIED TO AND THE VIOLATIONS, THEN THE GATE     **
      ** LINES IN THE FILEGATE FORM - AND RETURN-CODE 0 WHEN CLEAN   **
      ** (OR UNDER THRESHOLD), 8 WHEN THE THRESHOLD WAS REACHED -    **
      ** HOLD THE UPDATE - AND 16 ON A PARM, RULE OR FILE FAILURE.   **
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
           SELECT RULES-INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO DYNAMIC WS-VIOL-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOL-FILE-STATUS.
           SELECT RULE-FILE ASSIGN TO DYNAMIC WS-RULES-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULES-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-INPUT-RECLEN.
       01  RULES-INPUT-RECORD         PIC X(32760).
       FD  VIOLATION-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 240 CHARACTERS
           DEPENDING ON WS-VIOL-RECLEN.
       01  VIOLATION-OUT-RECORD       PIC X(240).
       FD  RULE-FILE.
       01  RULE-RECORD                PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-INPUT-DSN            PIC X(64)  VALUE SPACES.
           05 WS-PARM-RECLEN          PIC X(9)   VALUE SPACES.
           05 WS-PARM-MAP-DSN         PIC X(64)  VALUE SPACES.
           05 WS-RULES-DSN            PIC X(64)  VALUE SPACES.
           05 WS-VIOL-DSN             PIC X(64)  VALUE SPACES.
           05 WS-PARM-THRESHOLD       PIC X(9)   VALUE SPACES.
           05 WS-PARM-MAX-DUMPS       PIC X(9)   VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.

       01  WS-INPUT-RECLEN            USAGE BINARY-LONG VALUE 80.
       01  WS-VIOL-RECLEN             USAGE BINARY-LONG VALUE 240.
       01  WS-BAD-THRESHOLD           PIC 9(9)   VALUE 1.
       01  WS-MAX-DUMPS               PIC 9(9)   VALUE 10.

       01  WS-INPUT-FILE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-VIOL-FILE-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-RULE-FILE-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  VIOL-FILE-OPEN-SW          PIC X(1)   VALUE 'N'.
           88 VIOL-FILE-OPEN                     VALUE 'Y'.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

       01  INPUT-EOF-SW               PIC X(1)   VALUE 'N'.
           88 INPUT-EOF                          VALUE 'Y'.
       01  RULE-EOF-SW                PIC X(1)   VALUE 'N'.
           88 RULE-EOF                           VALUE 'Y'.

       01  WS-RECORDS-READ            PIC 9(9)   VALUE 0.
       01  WS-RECORDS-BAD             PIC 9(9)   VALUE 0.
       01  WS-UNMAPPED-RECORDS        PIC 9(9)   VALUE 0.
       01  WS-VIOLATIONS              PIC 9(9)   VALUE 0.
       01  WS-VIOLATIONS-WRITTEN      PIC 9(9)   VALUE 0.
       01  WS-DUMPS-TAKEN             PIC 9(9)   VALUE 0.

      *
      *    THE LOADED RULES. CONDITION 1 OF A RULE IS WHAT MUST HOLD;
      *    CONDITIONS 2-4 ARE ITS WHEN CLAUSES. A CONDITION'S FIELDS
      *    ARE BOUND, LAYOUT BY LAYOUT, TO THE MAP ENTRY CARRYING THE
      *    NAME IN THAT LAYOUT (0 - THE LAYOUT DOESN'T CARRY IT, SO
      *    THE RULE DOESN'T APPLY TO ITS RECORDS). RLC-CLASS IS 'C'
      *    FOR CHAR, 'D' FOR THE DATE TYPES, 'N' FOR EVERY OTHER
      *    (NUMERIC) TYPE; RLC-KIND IS 'F' FOR A FIELD OPERAND, 'V'
      *    FOR A CONSTANT, 'L' FOR A LIST.
      *
       01  WS-RULE-TABLE.
           05 WS-RULE-COUNT    COMP-5 PIC 9(4)   VALUE 0.
           05 WS-RULE-ENTRY OCCURS 64 TIMES.
              10 RUL-ID               PIC X(8).
              10 RUL-TEXT             PIC X(96).
              10 RUL-COND-COUNT COMP-5 PIC 9(4).
              10 RUL-APPLIED          PIC 9(9).
              10 RUL-VIOLATIONS       PIC 9(9).
              10 RUL-COND OCCURS 4 TIMES.
                 15 RLC-FIELD         PIC X(30).
                 15 RLC-CLASS         PIC X(1).
                 15 RLC-OP            PIC X(5).
                 15 RLC-OPERAND       PIC X(40).
                 15 RLC-KIND          PIC X(1).
                 15 RLC-OTHER-FIELD   PIC X(30).
                 15 RLC-NUM-VALUE     USAGE BINARY-DOUBLE SIGNED.
                 15 RLC-TEXT-VALUE    PIC X(64).
                 15 RLC-LIST-COUNT COMP-5 PIC 9(4).
                 15 RLC-LIST-ITEM OCCURS 12 TIMES.
                    20 RLC-LIST-NUM   USAGE BINARY-DOUBLE SIGNED.
                    20 RLC-LIST-TEXT  PIC X(16).
                 15 RLC-BIND OCCURS 8 TIMES.
                    20 RLC-FIELD-SUB  PIC 9(4).
                    20 RLC-OTHER-SUB  PIC 9(4).

       01  WS-RULE-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-COND-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-LIST-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-LAY-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-FM-SUB                  PIC 9(4)   VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)   VALUE 0.
       01  WS-LAY-FIRST               USAGE BINARY-LONG VALUE 0.
       01  WS-LAY-LAST                USAGE BINARY-LONG VALUE 0.

      *
      *    ONE RULE LINE, SPLIT. FOUR TOKENS FOR THE RULE ITSELF AND
      *    FOUR FOR EACH WHEN CLAUSE.
      *
       01  WS-RULE-TOKENS.
           05 WS-RULE-TOKEN OCCURS 16 TIMES PIC X(64).
       01  WS-TOKEN-COUNT      COMP-5 PIC 9(4)   VALUE 0.
       01  WS-TOKEN-SUB        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-TOKEN-OVERFLOW-SW       PIC X(1)   VALUE 'N'.
       01  WS-COND-FIELD              PIC X(64)  VALUE SPACES.
       01  WS-COND-OP                 PIC X(64)  VALUE SPACES.
       01  WS-COND-OPERAND            PIC X(64)  VALUE SPACES.
       01  WS-FIND-NAME               PIC X(64)  VALUE SPACES.
       01  WS-FIND-CLASS              PIC X(1)   VALUE SPACE.
       01  WS-LIST-ITEM               PIC X(64)  VALUE SPACES.
       01  WS-LIST-PTR         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-LIST-END         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-TEXT-PTR         COMP-5 PIC 9(4)   VALUE 0.

       01  WS-NUM-DIGITS              PIC X(20)  VALUE SPACES.
       01  WS-NUM-TEST                PIC X(20)  VALUE SPACES.
       01  WS-NUM-VALUE               USAGE BINARY-DOUBLE SIGNED.
       01  WS-NUM-NEG-SW              PIC X(1)   VALUE 'N'.
       01  WS-NUM-TOKEN               PIC X(64)  VALUE SPACES.

      *
      *    ONE FIELD FETCHED OUT OF THE CURRENT RECORD, THEN KEPT AS
      *    THE LEFT (THE CONDITION'S FIELD) OR RIGHT (A FIELD
      *    OPERAND) SIDE OF THE COMPARE.
      *
       01  WS-FETCH-SUB               PIC 9(4)   VALUE 0.
       01  WS-FETCH-OK-SW             PIC X(1)   VALUE 'N'.
       01  WS-FETCH-NUM               USAGE BINARY-DOUBLE SIGNED.
       01  WS-FETCH-TEXT              PIC X(64)  VALUE SPACES.
       01  WS-FETCH-LEN        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-LEFT-OK-SW              PIC X(1)   VALUE 'N'.
       01  WS-LEFT-NUM                USAGE BINARY-DOUBLE SIGNED.
       01  WS-LEFT-TEXT               PIC X(64)  VALUE SPACES.
       01  WS-RIGHT-OK-SW             PIC X(1)   VALUE 'N'.
       01  WS-RIGHT-NUM               USAGE BINARY-DOUBLE SIGNED.
       01  WS-RIGHT-TEXT              PIC X(64)  VALUE SPACES.

       01  WS-COND-RESULT             PIC X(1)   VALUE SPACE.
           88 WS-COND-TRUE                       VALUE 'Y'.
           88 WS-COND-FALSE                      VALUE 'N'.
           88 WS-COND-NOT-APPLICABLE             VALUE 'X'.
           88 WS-COND-UNDECODABLE                VALUE 'U'.
       01  WS-COMPARE-RESULT          PIC X(1)   VALUE '='.
       01  WS-LIST-HIT-SW             PIC X(1)   VALUE 'N'.
       01  WS-RULE-APPLIES-SW         PIC X(1)   VALUE 'N'.
       01  WS-RECORD-BAD-SW           PIC X(1)   VALUE 'N'.
       01  WS-DUMP-THIS-SW            PIC X(1)   VALUE 'N'.
       01  WS-GATE-TRIPPED-SW         PIC X(1)   VALUE 'N'.

      *
      *    MAP ENTRIES NAMED BY A RULE THE CURRENT RECORD BROKE -
      *    THEY ARE ANNOTATED FIRST WHEN THE RECORD IS DUMPED.
      *
       01  WS-ENTRY-FLAGS.
           05 WS-ENTRY-FLAG OCCURS 64 TIMES PIC X(1).

       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-EDIT-VALUE              PIC -(17)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

       COPY RULEVIOL.

       COPY DUMPCFG.

       COPY FLDMAP.

       COPY FMDECODE.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILERULES.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 015-LOAD-FIELD-MAP
           PERFORM 030-LOAD-RULES
           PERFORM 060-BIND-RULES
           PERFORM 020-OPEN-FILES
           PERFORM 100-CHECK-RECORDS
           CLOSE RULES-INPUT-FILE
           IF VIOL-FILE-OPEN
               CLOSE VIOLATION-FILE
           END-IF
           PERFORM 800-JUDGE-AND-REPORT
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
           IF WS-GATE-TRIPPED-SW = 'Y'
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-RECORDS-READ TO RJ-RECORDS-READ
           MOVE WS-VIOLATIONS-WRITTEN TO RJ-RECORDS-WRITTEN
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
               INTO WS-INPUT-DSN, WS-PARM-RECLEN,
                    WS-PARM-MAP-DSN, WS-RULES-DSN,
                    WS-VIOL-DSN, WS-PARM-THRESHOLD,
                    WS-PARM-MAX-DUMPS, WS-REPORT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES OR WS-PARM-MAP-DSN = SPACES
              OR WS-RULES-DSN = SPACES
               DISPLAY 'FILERULES: PARM MUST BE '
                       'DSN,RECLEN,MAP-DSN,RULES-DSN,VIOL-DSN,'
                       'THRESHOLD,MAX-DUMPS,REPORT-DSN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-RECLEN NOT = SPACES
               MOVE WS-PARM-RECLEN TO WS-INPUT-RECLEN
           END-IF
           IF WS-PARM-THRESHOLD NOT = SPACES
               MOVE WS-PARM-THRESHOLD TO WS-BAD-THRESHOLD
           END-IF
           IF WS-BAD-THRESHOLD = 0
               MOVE 1 TO WS-BAD-THRESHOLD
           END-IF
           IF WS-PARM-MAX-DUMPS NOT = SPACES
               MOVE WS-PARM-MAX-DUMPS TO WS-MAX-DUMPS
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
           MOVE WS-RULES-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-RULES-DSN
           MOVE WS-VIOL-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-VIOL-DSN
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILERULES: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       015-LOAD-FIELD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-MAP-DSN TO FMT-MAP-DSN
           CALL 'FLDMAPIO' USING FIELD-MAP-TABLE
           END-CALL
           IF NOT FMT-LOAD-OK
               DISPLAY 'FILERULES: UNABLE TO LOAD FIELD MAP '
                       WS-PARM-MAP-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       020-OPEN-FILES.
           OPEN INPUT RULES-INPUT-FILE
           MOVE 'N' TO INPUT-EOF-SW
           IF WS-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILERULES: UNABLE TO OPEN ' WS-INPUT-DSN
                       ' - FILE STATUS ' WS-INPUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-VIOL-DSN NOT = SPACES
               OPEN OUTPUT VIOLATION-FILE
               IF WS-VIOL-FILE-STATUS NOT = '00'
                   DISPLAY 'FILERULES: UNABLE TO OPEN ' WS-VIOL-DSN
                           ' - FILE STATUS ' WS-VIOL-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET VIOL-FILE-OPEN TO TRUE
           END-IF
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'FILERULES: UNABLE TO OPEN ' WS-REPORT-DSN
                           ' - FILE STATUS ' WS-REPORT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILERULES RULE CHECK OF ' TRIM (WS-INPUT-DSN)
                  ' AGAINST ' TRIM (WS-RULES-DSN)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 030-LOAD-RULES - LOAD AND FULLY VALIDATE THE RULES BEFORE   **
      ** THE INPUT IS OPENED. A GATE BUILT ON A MISTYPED RULE PASSES **
      ** THE VERY RECORDS IT WAS WRITTEN TO STOP.                    **
      *****************************************************************
       030-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = '00'
               DISPLAY 'FILERULES: UNABLE TO OPEN ' WS-RULES-DSN
                       ' - FILE STATUS ' WS-RULE-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO RULE-EOF-SW
           PERFORM 032-READ-RULE-RECORD
           PERFORM WITH TEST BEFORE UNTIL RULE-EOF
               IF RULE-RECORD NOT = SPACES
                  AND RULE-RECORD (1 : 1) NOT = '*'
                   PERFORM 035-LOAD-ONE-RULE
               END-IF
               PERFORM 032-READ-RULE-RECORD
           END-PERFORM
           CLOSE RULE-FILE
           IF WS-RULE-COUNT = 0
               DISPLAY 'FILERULES: RULES DATASET ' WS-RULES-DSN
                       ' IS EMPTY' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       032-READ-RULE-RECORD.
           READ RULE-FILE
               AT END SET RULE-EOF TO TRUE
           END-READ
           .
       035-LOAD-ONE-RULE.
           IF WS-RULE-COUNT >= 64
               DISPLAY 'FILERULES: MORE THAN 64 RULES'
                       UPON SYSERR
               PERFORM 059-REFUSE-RULE
           END-IF
           MOVE SPACES TO WS-RULE-TOKENS
           MOVE 0 TO WS-TOKEN-COUNT
           MOVE 'N' TO WS-TOKEN-OVERFLOW-SW
           UNSTRING RULE-RECORD DELIMITED BY ','
               INTO WS-RULE-TOKEN (1), WS-RULE-TOKEN (2),
                    WS-RULE-TOKEN (3), WS-RULE-TOKEN (4),
                    WS-RULE-TOKEN (5), WS-RULE-TOKEN (6),
                    WS-RULE-TOKEN (7), WS-RULE-TOKEN (8),
                    WS-RULE-TOKEN (9), WS-RULE-TOKEN (10),
                    WS-RULE-TOKEN (11), WS-RULE-TOKEN (12),
                    WS-RULE-TOKEN (13), WS-RULE-TOKEN (14),
                    WS-RULE-TOKEN (15), WS-RULE-TOKEN (16)
               TALLYING IN WS-TOKEN-COUNT
               ON OVERFLOW
                   MOVE 'Y' TO WS-TOKEN-OVERFLOW-SW
           END-UNSTRING
           IF WS-TOKEN-OVERFLOW-SW = 'Y'
               DISPLAY 'FILERULES: MORE THAN THREE WHEN CLAUSES'
                       UPON SYSERR
               PERFORM 059-REFUSE-RULE
           END-IF
           PERFORM VARYING WS-TOKEN-SUB FROM 1 BY 1
                     UNTIL WS-TOKEN-SUB > 16
               MOVE TRIM (WS-RULE-TOKEN (WS-TOKEN-SUB))
                 TO WS-RULE-TOKEN (WS-TOKEN-SUB)
           END-PERFORM
           IF WS-RULE-TOKEN (1) = SPACES
              OR WS-RULE-TOKEN (1) (9 : ) NOT = SPACES
               DISPLAY 'FILERULES: RULE-ID MUST BE 1-8 CHARACTERS'
                       UPON SYSERR
               PERFORM 059-REFUSE-RULE
           END-IF
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                     UNTIL WS-RULE-SUB > WS-RULE-COUNT
               IF RUL-ID (WS-RULE-SUB) = WS-RULE-TOKEN (1)
                   DISPLAY 'FILERULES: RULE-ID '
                           TRIM (WS-RULE-TOKEN (1))
                           ' IS USED TWICE' UPON SYSERR
                   PERFORM 059-REFUSE-RULE
               END-IF
           END-PERFORM
      *
      * THE TOKENS AFTER THE RULE'S OWN FOUR COME IN FOURS, EACH
      * LED BY THE WORD WHEN.
      *
           IF WS-TOKEN-COUNT < 4
              OR MOD (WS-TOKEN-COUNT, 4) NOT = 0
               DISPLAY 'FILERULES: A RULE IS RULE-ID,FIELD,OP,OPERAND '
                       'WITH ANY WHEN CLAUSE AS ,WHEN,FIELD,OP,OPERAND'
                       UPON SYSERR
               PERFORM 059-REFUSE-RULE
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RULE-COUNT TO WS-RULE-SUB
           MOVE WS-RULE-TOKEN (1) TO RUL-ID (WS-RULE-SUB)
           MOVE 0 TO RUL-APPLIED (WS-RULE-SUB)
           MOVE 0 TO RUL-VIOLATIONS (WS-RULE-SUB)
           COMPUTE RUL-COND-COUNT (WS-RULE-SUB) = WS-TOKEN-COUNT / 4
           MOVE SPACES TO RUL-TEXT (WS-RULE-SUB)
           MOVE 1 TO WS-TEXT-PTR
           PERFORM VARYING WS-COND-SUB FROM 1 BY 1
                     UNTIL WS-COND-SUB > RUL-COND-COUNT (WS-RULE-SUB)
               COMPUTE WS-TOKEN-SUB = (WS-COND-SUB - 1) * 4 + 1
               IF WS-COND-SUB > 1
                   INSPECT WS-RULE-TOKEN (WS-TOKEN-SUB)
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF WS-RULE-TOKEN (WS-TOKEN-SUB) NOT = 'WHEN'
                       DISPLAY 'FILERULES: EXPECTED WHEN, FOUND '
                               TRIM (WS-RULE-TOKEN (WS-TOKEN-SUB))
                               UPON SYSERR
                       PERFORM 059-REFUSE-RULE
                   END-IF
                   STRING ' WHEN' DELIMITED BY SIZE
                       INTO RUL-TEXT (WS-RULE-SUB)
                       WITH POINTER WS-TEXT-PTR
                   END-STRING
               END-IF
               MOVE WS-RULE-TOKEN (WS-TOKEN-SUB + 1) TO WS-COND-FIELD
               MOVE WS-RULE-TOKEN (WS-TOKEN-SUB + 2) TO WS-COND-OP
               MOVE WS-RULE-TOKEN (WS-TOKEN-SUB + 3)
                 TO WS-COND-OPERAND
               PERFORM 040-LOAD-CONDITION
               IF WS-COND-SUB > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO RUL-TEXT (WS-RULE-SUB)
                       WITH POINTER WS-TEXT-PTR
                   END-STRING
               END-IF
               STRING TRIM (WS-COND-FIELD) ' '
                      TRIM (WS-COND-OP) ' '
                      TRIM (WS-COND-OPERAND)
                      DELIMITED BY SIZE
                   INTO RUL-TEXT (WS-RULE-SUB)
                   WITH POINTER WS-TEXT-PTR
               END-STRING
           END-PERFORM
           .
      *****************************************************************
      ** 040-LOAD-CONDITION - ONE FIELD/OP/OPERAND TRIPLE INTO       **
      ** CONDITION WS-COND-SUB OF RULE WS-RULE-SUB. THE FIELD'S      **
      ** FIRST OCCURRENCE IN THE MAP DECIDES ITS CLASS, THE FILESEL  **
      ** RULE; 060-BIND-RULES HOLDS EVERY LAYOUT TO THE SAME CLASS.  **
      *****************************************************************
       040-LOAD-CONDITION.
           INSPECT WS-COND-OP
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-COND-FIELD = SPACES
              OR (WS-COND-OP NOT = 'EQ' AND WS-COND-OP NOT = 'NE'
                  AND WS-COND-OP NOT = 'LT'
                  AND WS-COND-OP NOT = 'LE'
                  AND WS-COND-OP NOT = 'GT'
                  AND WS-COND-OP NOT = 'GE'
                  AND WS-COND-OP NOT = 'IN'
                  AND WS-COND-OP NOT = 'NOTIN')
               DISPLAY 'FILERULES: OPERATOR MUST BE EQ, NE, LT, LE, '
                       'GT, GE, IN OR NOTIN' UPON SYSERR
               PERFORM 059-REFUSE-RULE
           END-IF
           MOVE WS-COND-FIELD TO WS-FIND-NAME
           PERFORM 055-FIND-MAP-FIELD
           MOVE WS-COND-FIELD
             TO RLC-FIELD (WS-RULE-SUB, WS-COND-SUB)
           MOVE WS-FIND-CLASS
             TO RLC-CLASS (WS-RULE-SUB, WS-COND-SUB)
           MOVE WS-COND-OP TO RLC-OP (WS-RULE-SUB, WS-COND-SUB)
           MOVE WS-COND-OPERAND
             TO RLC-OPERAND (WS-RULE-SUB, WS-COND-SUB)
           MOVE SPACES TO RLC-OTHER-FIELD (WS-RULE-SUB, WS-COND-SUB)
           MOVE 0 TO RLC-NUM-VALUE (WS-RULE-SUB, WS-COND-SUB)
           MOVE SPACES TO RLC-TEXT-VALUE (WS-RULE-SUB, WS-COND-SUB)
           MOVE 0 TO RLC-LIST-COUNT (WS-RULE-SUB, WS-COND-SUB)
           EVALUATE TRUE
               WHEN WS-COND-OPERAND (1 : 1) = '@'
                   IF WS-COND-OP = 'IN' OR WS-COND-OP = 'NOTIN'
                       DISPLAY 'FILERULES: IN AND NOTIN TAKE A LIST OF '
                               'VALUES, NOT A FIELD' UPON SYSERR
                       PERFORM 059-REFUSE-RULE
                   END-IF
                   MOVE 'F' TO RLC-KIND (WS-RULE-SUB, WS-COND-SUB)
                   MOVE WS-COND-OPERAND (2 : ) TO WS-FIND-NAME
                   PERFORM 055-FIND-MAP-FIELD
                   IF WS-FIND-CLASS
                      NOT = RLC-CLASS (WS-RULE-SUB, WS-COND-SUB)
                       DISPLAY 'FILERULES: ' TRIM (WS-COND-FIELD)
                               ' AND ' TRIM (WS-FIND-NAME)
                               ' ARE NOT THE SAME KIND OF FIELD - '
                               'THEY CANNOT BE COMPARED' UPON SYSERR
                       PERFORM 059-REFUSE-RULE
                   END-IF
                   MOVE WS-FIND-NAME
                     TO RLC-OTHER-FIELD (WS-RULE-SUB, WS-COND-SUB)
               WHEN WS-COND-OP = 'IN' OR WS-COND-OP = 'NOTIN'
                   MOVE 'L' TO RLC-KIND (WS-RULE-SUB, WS-COND-SUB)
                   PERFORM 045-LOAD-LIST
               WHEN OTHER
                   MOVE 'V' TO RLC-KIND (WS-RULE-SUB, WS-COND-SUB)
                   IF RLC-CLASS (WS-RULE-SUB, WS-COND-SUB) = 'C'
                       MOVE WS-COND-OPERAND
                         TO RLC-TEXT-VALUE (WS-RULE-SUB, WS-COND-SUB)
                   ELSE
                       MOVE WS-COND-OPERAND TO WS-NUM-TOKEN
                       PERFORM 050-CONVERT-NUMBER
                       MOVE WS-NUM-VALUE
                         TO RLC-NUM-VALUE (WS-RULE-SUB, WS-COND-SUB)
                   END-IF
           END-EVALUATE
           .
      *
      *    THE '/'-SEPARATED LIST OF AN IN OR NOTIN CONDITION, ITEM BY
      *    ITEM. AN EMPTY ITEM IS BLANK TEXT - "A/B/" ALLOWS A BLANK
      *    CODE - BUT IS A BAD NUMBER.
      *
       045-LOAD-LIST.
           MOVE LENGTH (TRIM (WS-COND-OPERAND TRAILING))
             TO WS-LIST-END
           IF WS-COND-OPERAND = SPACES
               DISPLAY 'FILERULES: IN AND NOTIN NEED A LIST OF VALUES'
                       UPON SYSERR
               PERFORM 059-REFUSE-RULE
           END-IF
           MOVE 1 TO WS-LIST-PTR
           PERFORM WITH TEST BEFORE UNTIL WS-LIST-PTR > WS-LIST-END
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING WS-COND-OPERAND (1 : WS-LIST-END)
                   DELIMITED BY '/'
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               PERFORM 047-LOAD-LIST-ITEM
           END-PERFORM
           IF WS-COND-OPERAND (WS-LIST-END : 1) = '/'
               MOVE SPACES TO WS-LIST-ITEM
               PERFORM 047-LOAD-LIST-ITEM
           END-IF
           .
       047-LOAD-LIST-ITEM.
           IF RLC-LIST-COUNT (WS-RULE-SUB, WS-COND-SUB) >= 12
               DISPLAY 'FILERULES: MORE THAN 12 VALUES IN A LIST'
                       UPON SYSERR
               PERFORM 059-REFUSE-RULE
           END-IF
           ADD 1 TO RLC-LIST-COUNT (WS-RULE-SUB, WS-COND-SUB)
           MOVE RLC-LIST-COUNT (WS-RULE-SUB, WS-COND-SUB)
             TO WS-LIST-SUB
           MOVE 0 TO RLC-LIST-NUM (WS-RULE-SUB, WS-COND-SUB,
                                   WS-LIST-SUB)
           MOVE SPACES TO RLC-LIST-TEXT (WS-RULE-SUB, WS-COND-SUB,
                                         WS-LIST-SUB)
           IF RLC-CLASS (WS-RULE-SUB, WS-COND-SUB) = 'C'
               IF WS-LIST-ITEM (17 : ) NOT = SPACES
                   DISPLAY 'FILERULES: A LIST VALUE IS LONGER THAN '
                           '16 CHARACTERS' UPON SYSERR
                   PERFORM 059-REFUSE-RULE
               END-IF
               MOVE WS-LIST-ITEM
                 TO RLC-LIST-TEXT (WS-RULE-SUB, WS-COND-SUB,
                                   WS-LIST-SUB)
           ELSE
               MOVE WS-LIST-ITEM TO WS-NUM-TOKEN
               PERFORM 050-CONVERT-NUMBER
               MOVE WS-NUM-VALUE
                 TO RLC-LIST-NUM (WS-RULE-SUB, WS-COND-SUB,
                                  WS-LIST-SUB)
           END-IF
           .
       050-CONVERT-NUMBER.
           MOVE 'N' TO WS-NUM-NEG-SW
           MOVE TRIM (WS-NUM-TOKEN) TO WS-NUM-TOKEN
           MOVE WS-NUM-TOKEN TO WS-NUM-DIGITS
           IF WS-NUM-DIGITS (1 : 1) = '-'
               MOVE 'Y' TO WS-NUM-NEG-SW
               MOVE WS-NUM-TOKEN (2 : ) TO WS-NUM-DIGITS
           END-IF
           MOVE WS-NUM-DIGITS TO WS-NUM-TEST
           INSPECT WS-NUM-TEST REPLACING ALL SPACE BY '0'
           IF WS-NUM-DIGITS = SPACES
              OR WS-NUM-TEST NOT NUMERIC
              OR WS-NUM-TOKEN (20 : ) NOT = SPACES
               DISPLAY 'FILERULES: ' TRIM (WS-NUM-TOKEN)
                       ' IS NOT A NUMBER' UPON SYSERR
               PERFORM 059-REFUSE-RULE
           END-IF
           MOVE WS-NUM-DIGITS TO WS-NUM-VALUE
           IF WS-NUM-NEG-SW = 'Y'
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * -1
           END-IF
           .
      *
      *    WS-FIND-NAME'S FIRST OCCURRENCE IN THE MAP, AND ITS CLASS.
      *    A NAME THAT ISN'T THERE, OR WHOSE TYPE FMDECODE CAN'T
      *    DECODE, REFUSES THE RULE.
      *
       055-FIND-MAP-FIELD.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-FM-SUB FROM 1 BY 1
                     UNTIL WS-FM-SUB > FMT-ENTRY-COUNT
                        OR WS-FOUND-SUB > 0
               IF FMT-NAME (WS-FM-SUB) = WS-FIND-NAME
                   MOVE WS-FM-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
              OR WS-FIND-NAME (31 : ) NOT = SPACES
               DISPLAY 'FILERULES: FIELD ' TRIM (WS-FIND-NAME)
                       ' IS NOT IN THE FIELD MAP' UPON SYSERR
               PERFORM 059-REFUSE-RULE
           END-IF
           MOVE WS-FOUND-SUB TO WS-FM-SUB
           PERFORM 057-CLASS-OF-ENTRY
           IF WS-FIND-CLASS = '?'
               DISPLAY 'FILERULES: FIELD ' TRIM (WS-FIND-NAME)
                       ' HAS A TYPE NO RULE CAN COMPARE - '
                       TRIM (FMT-TYPE (WS-FM-SUB)) UPON SYSERR
               PERFORM 059-REFUSE-RULE
           END-IF
           .
       057-CLASS-OF-ENTRY.
           EVALUATE FMT-TYPE (WS-FM-SUB)
               WHEN 'CHAR'
                   MOVE 'C' TO WS-FIND-CLASS
               WHEN 'DATE'
               WHEN 'DATE-J'
                   MOVE 'D' TO WS-FIND-CLASS
               WHEN 'COMP-3'
               WHEN 'COMP'
               WHEN 'BINARY'
               WHEN 'COMP-4'
               WHEN 'COMP-5'
                   MOVE 'N' TO WS-FIND-CLASS
               WHEN OTHER
                   MOVE '?' TO WS-FIND-CLASS
           END-EVALUATE
           .
       059-REFUSE-RULE.
           DISPLAY 'FILERULES: BAD RULE REFUSED, RUN STOPPED: '
                   TRIM (RULE-RECORD) UPON SYSERR
           CLOSE RULE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
      *****************************************************************
      ** 060-BIND-RULES - FOR EVERY LAYOUT, THE MAP ENTRY CARRYING   **
      ** EACH FIELD A CONDITION NAMES. A NAME WHOSE CLASS DIFFERS    **
      ** FROM ONE LAYOUT TO ANOTHER IS A MAPPING MISTAKE AND STOPS   **
      ** THE RUN RATHER THAN COMPARING A CODE WITH A NUMBER.         **
      *****************************************************************
       060-BIND-RULES.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                     UNTIL WS-RULE-SUB > WS-RULE-COUNT
               PERFORM VARYING WS-COND-SUB FROM 1 BY 1
                         UNTIL WS-COND-SUB
                               > RUL-COND-COUNT (WS-RULE-SUB)
                   PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                             UNTIL WS-LAY-SUB > 8
                       MOVE 0 TO RLC-FIELD-SUB (WS-RULE-SUB,
                                                WS-COND-SUB,
                                                WS-LAY-SUB)
                       MOVE 0 TO RLC-OTHER-SUB (WS-RULE-SUB,
                                                WS-COND-SUB,
                                                WS-LAY-SUB)
                       IF WS-LAY-SUB <= FMT-LAYOUT-COUNT
                           MOVE RLC-FIELD (WS-RULE-SUB, WS-COND-SUB)
                             TO WS-FIND-NAME
                           PERFORM 065-BIND-ONE-FIELD
                           MOVE WS-FOUND-SUB
                             TO RLC-FIELD-SUB (WS-RULE-SUB,
                                               WS-COND-SUB,
                                               WS-LAY-SUB)
                           IF RLC-KIND (WS-RULE-SUB, WS-COND-SUB)
                              = 'F'
                               MOVE RLC-OTHER-FIELD (WS-RULE-SUB,
                                                     WS-COND-SUB)
                                 TO WS-FIND-NAME
                               PERFORM 065-BIND-ONE-FIELD
                               MOVE WS-FOUND-SUB
                                 TO RLC-OTHER-SUB (WS-RULE-SUB,
                                                   WS-COND-SUB,
                                                   WS-LAY-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .
       065-BIND-ONE-FIELD.
           MOVE 0 TO WS-FOUND-SUB
           MOVE FMT-LAY-FIRST-ENTRY (WS-LAY-SUB) TO WS-LAY-FIRST
           COMPUTE WS-LAY-LAST = WS-LAY-FIRST
               + FMT-LAY-ENTRY-COUNT (WS-LAY-SUB) - 1
           PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                     UNTIL WS-FM-SUB > WS-LAY-LAST
                        OR WS-FOUND-SUB > 0
               IF FMT-NAME (WS-FM-SUB) = WS-FIND-NAME
                   MOVE WS-FM-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0
               MOVE WS-FOUND-SUB TO WS-FM-SUB
               PERFORM 057-CLASS-OF-ENTRY
               IF WS-FIND-CLASS
                  NOT = RLC-CLASS (WS-RULE-SUB, WS-COND-SUB)
                   DISPLAY 'FILERULES: FIELD ' TRIM (WS-FIND-NAME)
                           ' IS CHAR IN ONE LAYOUT AND NUMERIC OR A '
                           'DATE IN ANOTHER - RULE '
                           TRIM (RUL-ID (WS-RULE-SUB))
                           ' CANNOT BE CHECKED' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
       100-CHECK-RECORDS.
           PERFORM 110-READ-INPUT
           PERFORM WITH TEST BEFORE UNTIL INPUT-EOF
               ADD 1 TO WS-RECORDS-READ
               PERFORM 120-CHECK-ONE-RECORD
               PERFORM 110-READ-INPUT
           END-PERFORM
           .
       110-READ-INPUT.
           READ RULES-INPUT-FILE
               AT END SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
               PERFORM 9800-RULES-INPUT-FILE-STATUS-CHECK
           END-IF
           .
      *****************************************************************
      ** 120-CHECK-ONE-RECORD - EVERY RULE AGAINST THE CURRENT       **
      ** RECORD. A RECORD IS DUMPED ONCE, AFTER ALL ITS RULES, WHEN  **
      ** IT BROKE ANY OF THEM AND THE DUMP ALLOWANCE ISN'T SPENT.    **
      *****************************************************************
       120-CHECK-ONE-RECORD.
           MOVE 'N' TO WS-RECORD-BAD-SW
           IF WS-MAX-DUMPS = 0
              OR WS-DUMPS-TAKEN < WS-MAX-DUMPS
               MOVE 'Y' TO WS-DUMP-THIS-SW
           ELSE
               MOVE 'N' TO WS-DUMP-THIS-SW
           END-IF
           CALL 'FMSELECT'
               USING RULES-INPUT-RECORD, FIELD-MAP-TABLE
           END-CALL
           IF FMT-SELECTED-LAYOUT = 0
               ADD 1 TO WS-UNMAPPED-RECORDS
               ADD 1 TO WS-RECORDS-BAD
               IF WS-DUMP-THIS-SW = 'Y'
                   DISPLAY 'FILERULES: RECORD ' WS-RECORDS-READ
                           ' MATCHES NO LAYOUT IN THE FIELD MAP'
                           UPON SYSERR
               END-IF
               MOVE SPACES TO RULE-VIOLATION-RECORD
               MOVE WS-RECORDS-READ TO RV-RECORD-NUMBER
               SET RV-NO-LAYOUT TO TRUE
               PERFORM 180-WRITE-VIOLATION
      *
      * NO LAYOUT MEANS NO TRUSTWORTHY ANNOTATIONS - DUMP THE RECORD
      * BARE (THE EMPTY FIRST-THROUGH-LAST RANGE LOADS NO MAP ENTRY).
      *
               MOVE 1 TO WS-LAY-FIRST
               MOVE 0 TO WS-LAY-LAST
               PERFORM 190-DUMP-OFFENDER
               EXIT PARAGRAPH
           END-IF
           MOVE FMT-SELECTED-LAYOUT TO WS-LAY-SUB
           MOVE SPACES TO WS-ENTRY-FLAGS
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                     UNTIL WS-RULE-SUB > WS-RULE-COUNT
               PERFORM 130-CHECK-ONE-RULE
           END-PERFORM
           IF WS-RECORD-BAD-SW = 'Y'
               ADD 1 TO WS-RECORDS-BAD
               MOVE FMT-LAY-FIRST-ENTRY (WS-LAY-SUB) TO WS-LAY-FIRST
               COMPUTE WS-LAY-LAST = WS-LAY-FIRST
                   + FMT-LAY-ENTRY-COUNT (WS-LAY-SUB) - 1
               PERFORM 190-DUMP-OFFENDER
           END-IF
           .
      *****************************************************************
      ** 130-CHECK-ONE-RULE - THE WHEN CLAUSES FIRST: ONE THAT IS    **
      ** FALSE, OR NAMES A FIELD THE LAYOUT DOESN'T CARRY, MEANS THE **
      ** RULE DOESN'T APPLY. THEN THE RULE'S OWN CONDITION. A FIELD  **
      ** THAT WON'T DECODE ANYWHERE ALONG THE WAY LEAVES THE RULE    **
      ** UNPROVED, WHICH IS A VIOLATION.                             **
      *****************************************************************
       130-CHECK-ONE-RULE.
           MOVE 'Y' TO WS-RULE-APPLIES-SW
           MOVE 'Y' TO WS-COND-RESULT
           PERFORM VARYING WS-COND-SUB FROM 2 BY 1
                     UNTIL WS-COND-SUB > RUL-COND-COUNT (WS-RULE-SUB)
                        OR NOT WS-COND-TRUE
               PERFORM 140-EVALUATE-CONDITION
           END-PERFORM
           IF WS-COND-FALSE OR WS-COND-NOT-APPLICABLE
               EXIT PARAGRAPH
           END-IF
           IF WS-COND-TRUE
               MOVE 1 TO WS-COND-SUB
               PERFORM 140-EVALUATE-CONDITION
               IF WS-COND-NOT-APPLICABLE
                   EXIT PARAGRAPH
               END-IF
           ELSE
      *
      *        THE VARYING LOOP STEPPED PAST THE WHEN CLAUSE THAT
      *        COULDN'T BE DECODED - STEP BACK SO THE VIOLATION
      *        NAMES IT.
      *
               SUBTRACT 1 FROM WS-COND-SUB
           END-IF
           ADD 1 TO RUL-APPLIED (WS-RULE-SUB)
           IF WS-COND-TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-RECORD-VIOLATION
           .
      *****************************************************************
      ** 140-EVALUATE-CONDITION - CONDITION WS-COND-SUB OF RULE      **
      ** WS-RULE-SUB AGAINST THE CURRENT RECORD, WHOSE LAYOUT IS     **
      ** WS-LAY-SUB. WS-COND-RESULT COMES BACK TRUE, FALSE, NOT      **
      ** APPLICABLE OR UNDECODABLE.                                  **
      *****************************************************************
       140-EVALUATE-CONDITION.
           SET WS-COND-NOT-APPLICABLE TO TRUE
           MOVE 'N' TO WS-RIGHT-OK-SW
           MOVE 0 TO WS-RIGHT-NUM
           MOVE SPACES TO WS-RIGHT-TEXT
           MOVE RLC-FIELD-SUB (WS-RULE-SUB, WS-COND-SUB, WS-LAY-SUB)
             TO WS-FETCH-SUB
           IF WS-FETCH-SUB = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 160-FETCH-FIELD
           MOVE WS-FETCH-OK-SW TO WS-LEFT-OK-SW
           MOVE WS-FETCH-NUM TO WS-LEFT-NUM
           MOVE WS-FETCH-TEXT TO WS-LEFT-TEXT
           IF RLC-KIND (WS-RULE-SUB, WS-COND-SUB) = 'F'
               MOVE RLC-OTHER-SUB (WS-RULE-SUB, WS-COND-SUB,
                                   WS-LAY-SUB)
                 TO WS-FETCH-SUB
               IF WS-FETCH-SUB = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM 160-FETCH-FIELD
               MOVE WS-FETCH-OK-SW TO WS-RIGHT-OK-SW
               MOVE WS-FETCH-NUM TO WS-RIGHT-NUM
               MOVE WS-FETCH-TEXT TO WS-RIGHT-TEXT
               IF WS-RIGHT-OK-SW NOT = 'Y'
                   SET WS-COND-UNDECODABLE TO TRUE
               END-IF
           ELSE
               MOVE 'Y' TO WS-RIGHT-OK-SW
               MOVE RLC-NUM-VALUE (WS-RULE-SUB, WS-COND-SUB)
                 TO WS-RIGHT-NUM
               MOVE RLC-TEXT-VALUE (WS-RULE-SUB, WS-COND-SUB)
                 TO WS-RIGHT-TEXT
           END-IF
           IF WS-LEFT-OK-SW NOT = 'Y'
               SET WS-COND-UNDECODABLE TO TRUE
           END-IF
           IF WS-COND-UNDECODABLE
               EXIT PARAGRAPH
           END-IF
           IF RLC-KIND (WS-RULE-SUB, WS-COND-SUB) = 'L'
               PERFORM 150-CHECK-LIST
               EXIT PARAGRAPH
           END-IF
           IF RLC-CLASS (WS-RULE-SUB, WS-COND-SUB) = 'C'
               EVALUATE TRUE
                   WHEN WS-LEFT-TEXT > WS-RIGHT-TEXT
                       MOVE '>' TO WS-COMPARE-RESULT
                   WHEN WS-LEFT-TEXT < WS-RIGHT-TEXT
                       MOVE '<' TO WS-COMPARE-RESULT
                   WHEN OTHER
                       MOVE '=' TO WS-COMPARE-RESULT
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-LEFT-NUM > WS-RIGHT-NUM
                       MOVE '>' TO WS-COMPARE-RESULT
                   WHEN WS-LEFT-NUM < WS-RIGHT-NUM
                       MOVE '<' TO WS-COMPARE-RESULT
                   WHEN OTHER
                       MOVE '=' TO WS-COMPARE-RESULT
               END-EVALUATE
           END-IF
           PERFORM 145-APPLY-OPERATOR
           .
      *****************************************************************
      ** 145-APPLY-OPERATOR - TURN THE THREE-WAY COMPARE RESULT INTO **
      ** TRUE OR FALSE UNDER THE CONDITION'S OPERATOR.               **
      *****************************************************************
       145-APPLY-OPERATOR.
           SET WS-COND-FALSE TO TRUE
           EVALUATE RLC-OP (WS-RULE-SUB, WS-COND-SUB)
               WHEN 'EQ'
                   IF WS-COMPARE-RESULT = '='
                       SET WS-COND-TRUE TO TRUE
                   END-IF
               WHEN 'NE'
                   IF WS-COMPARE-RESULT NOT = '='
                       SET WS-COND-TRUE TO TRUE
                   END-IF
               WHEN 'LT'
                   IF WS-COMPARE-RESULT = '<'
                       SET WS-COND-TRUE TO TRUE
                   END-IF
               WHEN 'LE'
                   IF WS-COMPARE-RESULT NOT = '>'
                       SET WS-COND-TRUE TO TRUE
                   END-IF
               WHEN 'GT'
                   IF WS-COMPARE-RESULT = '>'
                       SET WS-COND-TRUE TO TRUE
                   END-IF
               WHEN 'GE'
                   IF WS-COMPARE-RESULT NOT = '<'
                       SET WS-COND-TRUE TO TRUE
                   END-IF
           END-EVALUATE
           .
       150-CHECK-LIST.
           MOVE 'N' TO WS-LIST-HIT-SW
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                     UNTIL WS-LIST-SUB
                           > RLC-LIST-COUNT (WS-RULE-SUB, WS-COND-SUB)
                        OR WS-LIST-HIT-SW = 'Y'
               IF RLC-CLASS (WS-RULE-SUB, WS-COND-SUB) = 'C'
                   IF WS-LEFT-TEXT
                      = RLC-LIST-TEXT (WS-RULE-SUB, WS-COND-SUB,
                                       WS-LIST-SUB)
                       MOVE 'Y' TO WS-LIST-HIT-SW
                   END-IF
               ELSE
                   IF WS-LEFT-NUM
                      = RLC-LIST-NUM (WS-RULE-SUB, WS-COND-SUB,
                                      WS-LIST-SUB)
                       MOVE 'Y' TO WS-LIST-HIT-SW
                   END-IF
               END-IF
           END-PERFORM
           IF (RLC-OP (WS-RULE-SUB, WS-COND-SUB) = 'IN'
               AND WS-LIST-HIT-SW = 'Y')
              OR (RLC-OP (WS-RULE-SUB, WS-COND-SUB) = 'NOTIN'
                  AND WS-LIST-HIT-SW = 'N')
               SET WS-COND-TRUE TO TRUE
           ELSE
               SET WS-COND-FALSE TO TRUE
           END-IF
           .
      *****************************************************************
      ** 160-FETCH-FIELD - MAP ENTRY WS-FETCH-SUB OUT OF THE CURRENT **
      ** RECORD: TEXT FOR A CHAR FIELD (THE FIRST 64 BYTES AT MOST), **
      ** THE FMDECODE VALUE FOR ANY OTHER. A DATE-J VALUE IS TURNED  **
      ** INTO YYYYMMDD SO EITHER DATE TYPE COMPARES WITH THE OTHER   **
      ** AND WITH A YYYYMMDD CONSTANT. WS-FETCH-TEXT ALSO CARRIES    **
      ** THE EDITED NUMBER, FOR THE VIOLATION RECORD.                **
      *****************************************************************
       160-FETCH-FIELD.
           MOVE 'N' TO WS-FETCH-OK-SW
           MOVE 0 TO WS-FETCH-NUM
           MOVE SPACES TO WS-FETCH-TEXT
           IF FMT-OFFSET (WS-FETCH-SUB) + FMT-LENGTH (WS-FETCH-SUB)
              > WS-INPUT-RECLEN
              OR FMT-LENGTH (WS-FETCH-SUB) = 0
               EXIT PARAGRAPH
           END-IF
           IF FMT-TYPE (WS-FETCH-SUB) = 'CHAR'
               MOVE FMT-LENGTH (WS-FETCH-SUB) TO WS-FETCH-LEN
               IF WS-FETCH-LEN > 64
                   MOVE 64 TO WS-FETCH-LEN
               END-IF
               MOVE RULES-INPUT-RECORD
                    (FMT-OFFSET (WS-FETCH-SUB) + 1 : WS-FETCH-LEN)
                 TO WS-FETCH-TEXT
               MOVE 'Y' TO WS-FETCH-OK-SW
               EXIT PARAGRAPH
           END-IF
           MOVE FMT-OFFSET (WS-FETCH-SUB) TO FMD-OFFSET
           MOVE FMT-LENGTH (WS-FETCH-SUB) TO FMD-LENGTH
           MOVE FMT-TYPE (WS-FETCH-SUB) TO FMD-TYPE
           MOVE WS-INPUT-RECLEN TO FMD-RECLEN
           CALL 'FMDECODE'
               USING RULES-INPUT-RECORD, FMDECODE-REQUEST
           END-CALL
           IF NOT FMD-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE FMD-VALUE TO WS-FETCH-NUM
           IF FMT-TYPE (WS-FETCH-SUB) = 'DATE-J'
               COMPUTE WS-FETCH-NUM =
                   DATE-OF-INTEGER (INTEGER-OF-DAY (FMD-VALUE))
           END-IF
           MOVE WS-FETCH-NUM TO WS-EDIT-VALUE
           MOVE TRIM (WS-EDIT-VALUE) TO WS-FETCH-TEXT
           MOVE 'Y' TO WS-FETCH-OK-SW
           .
      *****************************************************************
      ** 170-RECORD-VIOLATION - COUNT IT, FLAG ITS FIELDS FOR THE    **
      ** DUMP, SAY SO ON SYSERR WHILE THE RECORD IS ONE THAT WILL BE **
      ** DUMPED, AND WRITE THE VIOLATION RECORD.                     **
      *****************************************************************
       170-RECORD-VIOLATION.
           ADD 1 TO RUL-VIOLATIONS (WS-RULE-SUB)
           ADD 1 TO WS-VIOLATIONS
           MOVE 'Y' TO WS-RECORD-BAD-SW
           MOVE RLC-FIELD-SUB (WS-RULE-SUB, WS-COND-SUB, WS-LAY-SUB)
             TO WS-FM-SUB
           MOVE 'Y' TO WS-ENTRY-FLAG (WS-FM-SUB)
           IF RLC-KIND (WS-RULE-SUB, WS-COND-SUB) = 'F'
               MOVE RLC-OTHER-SUB (WS-RULE-SUB, WS-COND-SUB,
                                   WS-LAY-SUB)
                 TO WS-FM-SUB
               MOVE 'Y' TO WS-ENTRY-FLAG (WS-FM-SUB)
           END-IF
           MOVE SPACES TO RULE-VIOLATION-RECORD
           MOVE WS-RECORDS-READ TO RV-RECORD-NUMBER
           MOVE RUL-ID (WS-RULE-SUB) TO RV-RULE-ID
           MOVE FMT-LAY-NAME (WS-LAY-SUB) TO RV-LAYOUT
           MOVE RLC-FIELD (WS-RULE-SUB, WS-COND-SUB) TO RV-FIELD
           MOVE RLC-OP (WS-RULE-SUB, WS-COND-SUB) TO RV-OPERATOR
           MOVE RLC-OPERAND (WS-RULE-SUB, WS-COND-SUB) TO RV-OPERAND
           IF WS-LEFT-OK-SW = 'Y'
               MOVE WS-LEFT-TEXT TO RV-FIELD-VALUE
           ELSE
               MOVE '*UNDECODABLE*' TO RV-FIELD-VALUE
           END-IF
           IF RLC-KIND (WS-RULE-SUB, WS-COND-SUB) = 'F'
               IF WS-RIGHT-OK-SW = 'Y'
                   MOVE WS-RIGHT-TEXT TO RV-OPERAND-VALUE
               ELSE
                   MOVE '*UNDECODABLE*' TO RV-OPERAND-VALUE
               END-IF
           END-IF
           IF WS-COND-UNDECODABLE
               SET RV-UNDECODABLE TO TRUE
           ELSE
               SET RV-RULE-FALSE TO TRUE
           END-IF
           IF WS-DUMP-THIS-SW = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FILERULES: RECORD ' WS-RECORDS-READ
                      ' RULE ' TRIM (RV-RULE-ID) ' - '
                      TRIM (RV-FIELD) ' ' TRIM (RV-FIELD-VALUE)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               IF WS-COND-UNDECODABLE
                   DISPLAY TRIM (WS-REPORT-LINE) ' - RULE UNPROVED'
                           UPON SYSERR
               ELSE
                   IF RLC-KIND (WS-RULE-SUB, WS-COND-SUB) = 'F'
                       DISPLAY TRIM (WS-REPORT-LINE)
                               ' BREAKS ' TRIM (RV-OPERATOR) ' '
                               TRIM (RV-OPERAND) ' '
                               TRIM (RV-OPERAND-VALUE)
                               UPON SYSERR
                   ELSE
                       DISPLAY TRIM (WS-REPORT-LINE)
                               ' BREAKS ' TRIM (RV-OPERATOR) ' '
                               TRIM (RV-OPERAND) UPON SYSERR
                   END-IF
               END-IF
           END-IF
           PERFORM 180-WRITE-VIOLATION
           .
       180-WRITE-VIOLATION.
           IF VIOL-FILE-OPEN
               MOVE 240 TO WS-VIOL-RECLEN
               MOVE RULE-VIOLATION-RECORD TO VIOLATION-OUT-RECORD
               WRITE VIOLATION-OUT-RECORD
               PERFORM 9800-VIOLATION-FILE-STATUS-CHECK
               ADD 1 TO WS-VIOLATIONS-WRITTEN
           END-IF
           .
      *****************************************************************
      ** 190-DUMP-OFFENDER - DUMP THE OFFENDING RECORD (UP TO        **
      ** MAX-DUMPS OF THEM), RECORD NUMBER IN THE ADDRESS COLUMN,    **
      ** AS FILEAUDIT DOES. THE ANNOTATION LINES TAKE THE NUMERIC    **
      ** FIELDS THE BROKEN RULES NAME FIRST, THEN THE LAYOUT'S OTHER **
      ** NUMERIC FIELDS, UP TO COBDUMP'S LIMIT OF TEN.               **
      *****************************************************************
       190-DUMP-OFFENDER.
           IF WS-DUMP-THIS-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUMPS-TAKEN
           INITIALIZE DUMPCFG-CONTROL
           SET DC-USE-DISPLAY-BASE OF DUMPCFG-CONTROL TO TRUE
           MOVE WS-RECORDS-READ TO DC-DISPLAY-BASE OF DUMPCFG-CONTROL
           MOVE 0 TO DC-FIELD-MAP-COUNT OF DUMPCFG-CONTROL
           PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                     UNTIL WS-FM-SUB > WS-LAY-LAST
                        OR DC-FIELD-MAP-COUNT OF DUMPCFG-CONTROL = 10
               IF WS-ENTRY-FLAG (WS-FM-SUB) = 'Y'
                   PERFORM 195-ANNOTATE-ENTRY
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                     UNTIL WS-FM-SUB > WS-LAY-LAST
                        OR DC-FIELD-MAP-COUNT OF DUMPCFG-CONTROL = 10
               IF WS-ENTRY-FLAG (WS-FM-SUB) NOT = 'Y'
                   PERFORM 195-ANNOTATE-ENTRY
               END-IF
           END-PERFORM
           CALL 'COBDUMP'
               USING RULES-INPUT-RECORD, WS-INPUT-RECLEN,
                     DUMPCFG-CONTROL
           END-CALL
           .
       195-ANNOTATE-ENTRY.
           IF FMT-TYPE (WS-FM-SUB) NOT = 'COMP-3'
              AND FMT-TYPE (WS-FM-SUB) NOT = 'COMP'
              AND FMT-TYPE (WS-FM-SUB) NOT = 'COMP-5'
              AND FMT-TYPE (WS-FM-SUB) NOT = 'DATE'
              AND FMT-TYPE (WS-FM-SUB) NOT = 'DATE-J'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DC-FIELD-MAP-COUNT OF DUMPCFG-CONTROL
           MOVE FMT-OFFSET (WS-FM-SUB)
             TO DC-FM-OFFSET (DC-FIELD-MAP-COUNT OF DUMPCFG-CONTROL)
           MOVE FMT-LENGTH (WS-FM-SUB)
             TO DC-FM-LENGTH (DC-FIELD-MAP-COUNT OF DUMPCFG-CONTROL)
      *
      * THE DUMP ANNOTATOR KNOWS NOTHING OF DATES - A DATE FIELD IS
      * ANNOTATED AS THE PACKED NUMBER IT PHYSICALLY IS.
      *
           IF FMT-TYPE (WS-FM-SUB) = 'DATE'
              OR FMT-TYPE (WS-FM-SUB) = 'DATE-J'
               MOVE 'COMP-3'
                 TO DC-FM-TYPE (DC-FIELD-MAP-COUNT OF DUMPCFG-CONTROL)
           ELSE
               MOVE FMT-TYPE (WS-FM-SUB)
                 TO DC-FM-TYPE (DC-FIELD-MAP-COUNT OF DUMPCFG-CONTROL)
           END-IF
           .
      *****************************************************************
      ** 800-JUDGE-AND-REPORT - ONE LINE PER RULE, THE VOLUMES, THE  **
      ** RULES CHECK LINE IN THE FILEGATE FORM, AND THE GATE VERDICT.**
      *****************************************************************
       800-JUDGE-AND-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'RULE' TO WS-REPORT-LINE (1 : 4)
           MOVE '  APPLIED' TO WS-REPORT-LINE (10 : 9)
           MOVE ' VIOLATED' TO WS-REPORT-LINE (21 : 9)
           MOVE 'RULE' TO WS-REPORT-LINE (32 : 4)
           PERFORM 900-EMIT-REPORT-LINE
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                     UNTIL WS-RULE-SUB > WS-RULE-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE RUL-ID (WS-RULE-SUB) TO WS-REPORT-LINE (1 : 8)
               MOVE RUL-APPLIED (WS-RULE-SUB) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (10 : 9)
               MOVE RUL-VIOLATIONS (WS-RULE-SUB) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (21 : 9)
               MOVE RUL-TEXT (WS-RULE-SUB) TO WS-REPORT-LINE (32 : )
               PERFORM 900-EMIT-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
           STRING 'RECORDS READ: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-VIOLATIONS TO WS-EDIT-COUNT
           STRING '   VIOLATIONS: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (40 : )
           END-STRING
           MOVE WS-UNMAPPED-RECORDS TO WS-EDIT-COUNT
           STRING '   NO LAYOUT: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (70 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RECORDS-BAD >= WS-BAD-THRESHOLD
               MOVE 'Y' TO WS-GATE-TRIPPED-SW
               MOVE 'RULES   TRIPPED -' TO WS-REPORT-LINE (1 : 17)
           ELSE
               MOVE 'RULES   CLEAN   -' TO WS-REPORT-LINE (1 : 17)
           END-IF
           MOVE WS-RECORDS-BAD TO WS-EDIT-COUNT
           STRING ' ' TRIM (WS-EDIT-COUNT) ' RECORD(S) IN VIOLATION'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (18 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-VIOLATIONS-WRITTEN > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-VIOLATIONS-WRITTEN TO WS-EDIT-COUNT
               STRING 'VIOLATIONS WRITTEN TO ' TRIM (WS-VIOL-DSN)
                      ': ' TRIM (WS-EDIT-COUNT)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           IF WS-GATE-TRIPPED-SW = 'Y'
               MOVE 'GATE TRIPPED - HOLD THE UPDATE'
                 TO WS-REPORT-LINE
           ELSE
               MOVE 'GATE CLEAN' TO WS-REPORT-LINE
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 900-EMIT-REPORT-LINE - EVERY REPORT LINE GOES TO SYSERR,    **
      ** AND ALSO TO THE REPORT DATASET WHEN ONE WAS NAMED - THE     **
      ** SAME DUAL-DESTINATION CONVENTION FILEPROF USES.             **
      *****************************************************************
       900-EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE UPON SYSERR
           IF REPORT-FILE-OPEN
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==RULES-INPUT-FILE==
           ==:FILE-TAG:==    BY =='RULES-INPUT-FILE'==
           ==:FILE-STATUS:== BY ==WS-INPUT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==RULES-INPUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-INPUT-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==VIOLATION-FILE==
           ==:FILE-TAG:==    BY =='VIOLATION-FILE'==
           ==:FILE-STATUS:== BY ==WS-VIOL-FILE-STATUS==
           ==:FILE-RECORD:== BY ==VIOLATION-OUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-VIOL-RECLEN==.
