       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEVAR.
      *****************************************************************
      ** DAY-OVER-DAY VARIANCE GATE OVER THE PROFILE HISTORY FILEPROF **
      ** APPENDS (SEE PROFHIST.CPY). THE LATEST RUN OF A BASE         **
      ** DATASET IS JUDGED AGAINST THE AVERAGE OF ITS LAST N RUNS:    **
      ** THE RECORD COUNT, THE UNMAPPED-RECORD COUNT, AND FOR EVERY   **
      ** PROFILED FIELD ITS TOTAL, ITS AVERAGE (TOTAL OVER COUNT)     **
      ** AND ITS DECODE-FAILURE COUNT. A MEASURE THAT MOVED MORE      **
      ** THAN ITS TOLERANCE ALLOWS, OR FELL OUTSIDE ITS BAND, TRIPS   **
      ** THE GATE - THE FEED WITH HALF ITS RECORDS MISSING AND A      **
      ** TRAILER THAT STILL BALANCES STOPS HERE, NOT IN THE MORNING.  **
      **                                                              **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST   **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO SIX COMMA-    **
      ** SEPARATED VALUES:                                            **
      **                                                              **
      **   HISTORY-DSN,BASE-NAME,TOLERANCE-DSN,RUNS,RUN-DATE,         **
      **   REPORT-DSN                                                 **
      **                                                              **
      **   HISTORY-DSN   - REQUIRED. THE PROFILE HISTORY DATASET.     **
      **   BASE-NAME     - REQUIRED. THE BASE NAME THE RUNS WERE      **
      **                   FILED UNDER (FILEPROF'S BASE-NAME).        **
      **   TOLERANCE-DSN - REQUIRED. WHAT MAY MOVE, AND HOW FAR -     **
      **                   ONE RECORD PER TOLERANCE (A RECORD         **
      **                   STARTING WITH '*' IS A COMMENT, EXCEPT     **
      **                   THE '*,' OF AN EVERY-FIELD TOLERANCE):     **
      **                                                              **
      **                     FIELD,MEASURE,MAX-PCT,LOW,HIGH           **
      **                                                              **
      **                   FIELD IS A MAP FIELD NAME OR '*' FOR       **
      **                   EVERY FIELD (IGNORED FOR THE FILE-LEVEL    **
      **                   MEASURES). MEASURE IS RECORDS, UNMAPPED,   **
      **                   TOTAL, AVERAGE OR BAD. MAX-PCT IS THE      **
      **                   LARGEST CHANGE FROM THE BASELINE, EITHER   **
      **                   WAY, IN PERCENT; LOW AND HIGH BOUND        **
      **                   TODAY'S VALUE ITSELF, IN THE FIELD'S RAW   **
      **                   UNITS. ANY OF THE THREE MAY BE LEFT EMPTY  **
      **                   BUT NOT ALL OF THEM. A NAMED FIELD'S       **
      **                   TOLERANCE BEATS THE '*' ONE, SO BALANCES   **
      **                   CAN SWING WIDE WHILE COUNTS MAY NOT:       **
      **                                                              **
      **                     *,RECORDS,5                              **
      **                     *,TOTAL,10                               **
      **                     ACCT-BALANCE,TOTAL,60                    **
      **                     *,BAD,,,0                                **
      **                                                              **
      **                   A MEASURE NO TOLERANCE COVERS IS REPORTED  **
      **                   BUT NEVER TRIPS THE GATE.                  **
      **   RUNS          - OPTIONAL. HOW MANY PRIOR RUNS MAKE THE     **
      **                   BASELINE (1-99). DEFAULTS TO 5.            **
      **   RUN-DATE      - OPTIONAL. YYYY-MM-DD. JUDGE THE LAST RUN   **
      **                   ON OR BEFORE THIS DATE INSTEAD OF THE      **
      **                   LATEST - FOR RERUNNING YESTERDAY'S GATE.   **
      **   REPORT-DSN    - OPTIONAL. WHERE TO WRITE THE REPORT.       **
      **                   DEFAULTS TO SYSERR ONLY, THE FILEPROF      **
      **                   CONVENTION.                                **
      **                                                              **
      ** A RUN IS ALL THE HISTORY RECORDS OF THE BASE THAT SHARE ONE  **
      ** RUN DATE AND TIME; THE HISTORY IS APPENDED IN RUN ORDER, SO  **
      ** THE LAST N RUNS ARE THE LAST N SEEN. THE BASELINE OF A       **
      ** MEASURE IS ITS AVERAGE OVER THE PRIOR RUNS THAT HAD IT (A    **
      ** RUN WHOSE TOTAL OVERFLOWED, OR WITH NO VALUES TO AVERAGE,    **
      ** IS LEFT OUT OF THAT MEASURE'S BASELINE). A GATED MEASURE     **
      ** THAT CAN'T BE MEASURED TODAY - THE FIELD IS GONE FROM THE    **
      ** RUN, ITS TOTAL OVERFLOWED - TRIPS: THE GATE MUST NEVER PASS  **
      ** WHAT IT COULDN'T CHECK. A BASELINE OF ZERO THAT MOVED AT     **
      ** ALL HAS MOVED BEYOND ANY PERCENTAGE.                         **
      **                                                              **
      ** THE RUN ENDS WITH ONE LINE PER MEASURE AND THE WORST RETURN  **
      ** CODE: 0 WHEN THE GATE IS CLEAN, 4 WHEN IT IS CLEAN BUT       **
      ** THERE WERE NO PRIOR RUNS TO COMPARE WITH (BANDS ONLY) OR     **
      ** DAMAGED HISTORY RECORDS WERE PASSED OVER, 8 WHEN IT          **
      ** TRIPPED - HOLD THE UPDATE - AND 16 ON A PARM, TOLERANCE OR   **
      ** FILE FAILURE, OR WHEN THE HISTORY HOLDS NO RUN OF THE BASE.  **
      **                                                              **
      ** AUTHOR:       FRED WEIGEL                                    **
      **                                                              **
      ** DATE-WRITTEN: OCTOBER 2026                                   **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ====================================================  **
      ** FW1026 INITIAL CODING                                        **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO DYNAMIC WS-TOLERANCE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 240 CHARACTERS
           DEPENDING ON WS-HISTORY-RECLEN.
       01  HISTORY-IN-RECORD          PIC X(240).
       FD  TOLERANCE-FILE.
       01  TOLERANCE-RECORD           PIC X(132).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-HISTORY-DSN          PIC X(64)  VALUE SPACES.
           05 WS-BASE-NAME            PIC X(44)  VALUE SPACES.
           05 WS-TOLERANCE-DSN        PIC X(64)  VALUE SPACES.
           05 WS-PARM-RUNS            PIC X(9)   VALUE SPACES.
           05 WS-PARM-RUN-DATE        PIC X(10)  VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.

       01  WS-RUNS                    PIC 9(4)   VALUE 5.

       01  WS-HISTORY-RECLEN          USAGE BINARY-LONG VALUE 240.

       01  WS-HISTORY-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  WS-TOLERANCE-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

       01  HISTORY-EOF-SW             PIC X(1)   VALUE 'N'.
           88 HISTORY-EOF                        VALUE 'Y'.
       01  TOLERANCE-EOF-SW           PIC X(1)   VALUE 'N'.
           88 TOLERANCE-EOF                      VALUE 'Y'.

       01  WS-HISTORY-READ            PIC 9(9)   VALUE 0.
       01  WS-HISTORY-DAMAGED         PIC 9(9)   VALUE 0.
       01  WS-TOLERANCE-LINE-NO       PIC 9(9)   VALUE 0.
       01  WS-MEASURES-JUDGED         PIC 9(9)   VALUE 0.
       01  WS-MEASURES-GATED          PIC 9(9)   VALUE 0.
       01  WS-MEASURES-TRIPPED        PIC 9(9)   VALUE 0.
       01  WS-GATE-TRIPPED-SW         PIC X(1)   VALUE 'N'.
       01  WS-HISTORY-GOOD-SW         PIC X(1)   VALUE 'N'.

      *
      *    THE TOLERANCES, AS LOADED. TL-FIELD '*' IS THE DEFAULT
      *    FOR ITS MEASURE.
      *
       01  WS-TOLERANCE-TABLE.
           05 WS-TOL-COUNT     COMP-5 PIC 9(4)   VALUE 0.
           05 WS-TOL-ENTRY OCCURS 64 TIMES.
              10 TL-FIELD             PIC X(30).
              10 TL-MEASURE           PIC X(8).
              10 TL-PCT-SW            PIC X(1).
              10 TL-PCT               PIC 9(7)V99.
              10 TL-LOW-SW            PIC X(1).
              10 TL-LOW               PIC S9(18)V99.
              10 TL-HIGH-SW           PIC X(1).
              10 TL-HIGH              PIC S9(18)V99.
       01  WS-TOL-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-TOL-FOUND        COMP-5 PIC 9(4)   VALUE 0.

       01  WS-TOLERANCE-TOKENS.
           05 WS-TOK-FIELD            PIC X(30)  VALUE SPACES.
           05 WS-TOK-MEASURE          PIC X(8)   VALUE SPACES.
           05 WS-TOK-PCT              PIC X(24)  VALUE SPACES.
           05 WS-TOK-LOW              PIC X(24)  VALUE SPACES.
           05 WS-TOK-HIGH             PIC X(24)  VALUE SPACES.
           05 WS-TOK-EXTRA            PIC X(24)  VALUE SPACES.

      *
      *    THE WINDOW OF RUNS: THE LAST RUNS+1 RUN STAMPS (DATE AND
      *    TIME) OF THE BASE. THE LAST ONE IS THE RUN BEING JUDGED.
      *
       01  WS-RUN-TABLE.
           05 WS-RUN-COUNT     COMP-5 PIC 9(4)   VALUE 0.
           05 WS-RUN-STAMP OCCURS 100 TIMES PIC X(18).
       01  WS-RUN-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-RUN-FOUND        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-STAMP                   PIC X(18)  VALUE SPACES.

      *
      *    ONE ENTRY PER LAYOUT/FIELD SEEN IN THE WINDOW (THE
      *    FILE-LEVEL '*RECORDS' ENTRY INCLUDED): TODAY'S FIGURES,
      *    AND THE PRIOR RUNS' SUMS THE BASELINES ARE AVERAGED FROM.
      *
       01  WS-MEASURE-TABLE.
           05 WS-MEAS-COUNT    COMP-5 PIC 9(4)   VALUE 0.
           05 WS-MEAS-ENTRY OCCURS 256 TIMES.
              10 MS-LAYOUT            PIC X(30).
              10 MS-FIELD             PIC X(30).
              10 MS-TYPE              PIC X(8).
              10 MS-TODAY-SW          PIC X(1).
              10 MS-T-COUNT           PIC 9(9).
              10 MS-T-BAD             PIC 9(9).
              10 MS-T-TOTAL           PIC S9(18).
              10 MS-T-OVERFLOW        PIC X(1).
              10 MS-P-RUNS            PIC 9(4).
              10 MS-P-COUNT-SUM       PIC 9(13).
              10 MS-P-BAD-SUM         PIC 9(13).
              10 MS-P-TOTAL-RUNS      PIC 9(4).
              10 MS-P-TOTAL-SUM       PIC S9(22)       COMP-3.
              10 MS-P-AVG-RUNS        PIC 9(4).
              10 MS-P-AVG-SUM         PIC S9(20)V9(4)  COMP-3.
       01  WS-MEAS-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-MEAS-FOUND       COMP-5 PIC 9(4)   VALUE 0.

      *
      *    ONE MEASURE BEING JUDGED.
      *
       01  WS-J-MEASURE               PIC X(8)   VALUE SPACES.
       01  WS-J-TODAY-SW              PIC X(1)   VALUE 'N'.
       01  WS-J-TODAY                 PIC S9(20)V99    COMP-3.
       01  WS-J-BASE-SW               PIC X(1)   VALUE 'N'.
       01  WS-J-BASE                  PIC S9(20)V99    COMP-3.
       01  WS-J-BASE-RUNS             PIC 9(4)   VALUE 0.
       01  WS-J-PCT-SW                PIC X(1)   VALUE 'N'.
           88 WS-J-PCT-NONE                      VALUE 'N'.
           88 WS-J-PCT-COMPUTED                  VALUE 'Y'.
           88 WS-J-PCT-BEYOND                    VALUE 'B'.
       01  WS-J-PCT                   PIC S9(9)V99     COMP-3.
       01  WS-J-FLAG                  PIC X(40)  VALUE SPACES.
       01  WS-J-TRIPPED-SW            PIC X(1)   VALUE 'N'.

       01  WS-EDIT-AMOUNT             PIC -(18)9.99.
       01  WS-EDIT-PCT                PIC -(6)9.99.
       01  WS-EDIT-RUNS               PIC ZZ9.
       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

       COPY PROFHIST.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEVAR.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 015-LOAD-TOLERANCES
           PERFORM 020-OPEN-REPORT
           PERFORM 100-FIND-RUNS
           PERFORM 200-COLLECT-MEASURES
           PERFORM 700-JUDGE-MEASURES
           PERFORM 800-FINISH-REPORT
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
           IF (WS-RUN-COUNT < 2 OR WS-HISTORY-DAMAGED > 0)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-HISTORY-READ TO RJ-RECORDS-READ
           MOVE 0 TO RJ-RECORDS-WRITTEN
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           SET RJ-EVENT-END TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           STOP RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS SIX COMMA-DELIMITED FIELDS.               **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-HISTORY-DSN, WS-BASE-NAME,
                    WS-TOLERANCE-DSN, WS-PARM-RUNS,
                    WS-PARM-RUN-DATE, WS-REPORT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-HISTORY-DSN = SPACES
              OR WS-BASE-NAME = SPACES
              OR WS-TOLERANCE-DSN = SPACES
               DISPLAY 'FILEVAR: PARM MUST BE '
                       'HISTORY-DSN,BASE-NAME,TOLERANCE-DSN,RUNS,'
                       'RUN-DATE,REPORT-DSN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-RUNS NOT = SPACES
               MOVE WS-PARM-RUNS TO WS-RUNS
           END-IF
           IF WS-RUNS < 1 OR WS-RUNS > 99
               DISPLAY 'FILEVAR: RUNS MUST BE 1 TO 99' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-RUN-DATE NOT = SPACES
              AND (WS-PARM-RUN-DATE (5 : 1) NOT = '-'
                   OR WS-PARM-RUN-DATE (8 : 1) NOT = '-')
               DISPLAY 'FILEVAR: RUN-DATE MUST BE YYYY-MM-DD'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 011-RESOLVE-GENERATIONS - A DSN OPERAND MAY NAME A RELATIVE  **
      ** GENERATION - BASE(0), BASE(-1), BASE(+1) - OF A BASE IN THE  **
      ** GENERATION CATALOG (SEE GDGRSLV.CPY).                        **
      *****************************************************************
       011-RESOLVE-GENERATIONS.
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-HISTORY-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-HISTORY-DSN
           MOVE WS-TOLERANCE-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-TOLERANCE-DSN
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEVAR: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 015-LOAD-TOLERANCES - READ THE TOLERANCE DATASET. ANY LINE   **
      ** THAT DOESN'T PARSE STOPS THE RUN BEFORE ANYTHING IS JUDGED   **
      ** - A GATE RUNNING WITH HALF ITS TOLERANCES IS WORSE THAN NO   **
      ** GATE.                                                        **
      *****************************************************************
       015-LOAD-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOLERANCE-FILE-STATUS NOT = '00'
               DISPLAY 'FILEVAR: UNABLE TO OPEN ' WS-TOLERANCE-DSN
                       ' - FILE STATUS ' WS-TOLERANCE-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO TOLERANCE-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL TOLERANCE-EOF
               READ TOLERANCE-FILE
                   AT END SET TOLERANCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOLERANCE-LINE-NO
                       IF TOLERANCE-RECORD NOT = SPACES
                          AND (TOLERANCE-RECORD (1 : 1) NOT = '*'
                               OR TOLERANCE-RECORD (1 : 2) = '*,')
                           PERFORM 016-PARSE-TOLERANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOLERANCE-FILE
           IF WS-TOL-COUNT = 0
               DISPLAY 'FILEVAR: NO TOLERANCES IN '
                       TRIM (WS-TOLERANCE-DSN)
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       016-PARSE-TOLERANCE.
           MOVE SPACES TO WS-TOLERANCE-TOKENS
           UNSTRING TOLERANCE-RECORD DELIMITED BY ','
               INTO WS-TOK-FIELD, WS-TOK-MEASURE, WS-TOK-PCT,
                    WS-TOK-LOW, WS-TOK-HIGH, WS-TOK-EXTRA
           END-UNSTRING
           INSPECT WS-TOK-FIELD
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-TOK-MEASURE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE TRIM (WS-TOK-FIELD) TO WS-TOK-FIELD
           MOVE TRIM (WS-TOK-MEASURE) TO WS-TOK-MEASURE
           IF WS-TOK-EXTRA NOT = SPACES
               DISPLAY 'FILEVAR: TOO MANY VALUES' UPON SYSERR
               PERFORM 019-REFUSE-TOLERANCE
           END-IF
           IF WS-TOK-FIELD = SPACES
               DISPLAY 'FILEVAR: FIELD IS MISSING' UPON SYSERR
               PERFORM 019-REFUSE-TOLERANCE
           END-IF
           IF WS-TOK-MEASURE NOT = 'RECORDS'
              AND WS-TOK-MEASURE NOT = 'UNMAPPED'
              AND WS-TOK-MEASURE NOT = 'TOTAL'
              AND WS-TOK-MEASURE NOT = 'AVERAGE'
              AND WS-TOK-MEASURE NOT = 'BAD'
               DISPLAY 'FILEVAR: MEASURE MUST BE RECORDS, UNMAPPED, '
                       'TOTAL, AVERAGE OR BAD' UPON SYSERR
               PERFORM 019-REFUSE-TOLERANCE
           END-IF
           IF WS-TOK-PCT = SPACES
              AND WS-TOK-LOW = SPACES
              AND WS-TOK-HIGH = SPACES
               DISPLAY 'FILEVAR: NO MAX-PCT, LOW OR HIGH - THE '
                       'TOLERANCE CHECKS NOTHING' UPON SYSERR
               PERFORM 019-REFUSE-TOLERANCE
           END-IF
           IF WS-TOL-COUNT >= 64
               DISPLAY 'FILEVAR: MORE THAN 64 TOLERANCES' UPON SYSERR
               PERFORM 019-REFUSE-TOLERANCE
           END-IF
           ADD 1 TO WS-TOL-COUNT
           MOVE WS-TOK-FIELD TO TL-FIELD (WS-TOL-COUNT)
           MOVE WS-TOK-MEASURE TO TL-MEASURE (WS-TOL-COUNT)
           MOVE 'N' TO TL-PCT-SW (WS-TOL-COUNT)
                       TL-LOW-SW (WS-TOL-COUNT)
                       TL-HIGH-SW (WS-TOL-COUNT)
           MOVE 0 TO TL-PCT (WS-TOL-COUNT)
                     TL-LOW (WS-TOL-COUNT)
                     TL-HIGH (WS-TOL-COUNT)
           IF WS-TOK-PCT NOT = SPACES
               IF TEST-NUMVAL (WS-TOK-PCT) NOT = 0
                  OR NUMVAL (WS-TOK-PCT) < 0
                   DISPLAY 'FILEVAR: MAX-PCT IS NOT A PERCENTAGE'
                           UPON SYSERR
                   PERFORM 019-REFUSE-TOLERANCE
               END-IF
               MOVE 'Y' TO TL-PCT-SW (WS-TOL-COUNT)
               COMPUTE TL-PCT (WS-TOL-COUNT) = NUMVAL (WS-TOK-PCT)
           END-IF
           IF WS-TOK-LOW NOT = SPACES
               IF TEST-NUMVAL (WS-TOK-LOW) NOT = 0
                   DISPLAY 'FILEVAR: LOW IS NOT A NUMBER' UPON SYSERR
                   PERFORM 019-REFUSE-TOLERANCE
               END-IF
               MOVE 'Y' TO TL-LOW-SW (WS-TOL-COUNT)
               COMPUTE TL-LOW (WS-TOL-COUNT) = NUMVAL (WS-TOK-LOW)
           END-IF
           IF WS-TOK-HIGH NOT = SPACES
               IF TEST-NUMVAL (WS-TOK-HIGH) NOT = 0
                   DISPLAY 'FILEVAR: HIGH IS NOT A NUMBER' UPON SYSERR
                   PERFORM 019-REFUSE-TOLERANCE
               END-IF
               MOVE 'Y' TO TL-HIGH-SW (WS-TOL-COUNT)
               COMPUTE TL-HIGH (WS-TOL-COUNT) = NUMVAL (WS-TOK-HIGH)
           END-IF
           IF TL-LOW-SW (WS-TOL-COUNT) = 'Y'
              AND TL-HIGH-SW (WS-TOL-COUNT) = 'Y'
              AND TL-LOW (WS-TOL-COUNT) > TL-HIGH (WS-TOL-COUNT)
               DISPLAY 'FILEVAR: LOW IS ABOVE HIGH' UPON SYSERR
               PERFORM 019-REFUSE-TOLERANCE
           END-IF
           .
       019-REFUSE-TOLERANCE.
           MOVE WS-TOLERANCE-LINE-NO TO WS-EDIT-COUNT
           DISPLAY 'FILEVAR: TOLERANCE LINE ' TRIM (WS-EDIT-COUNT)
                   ' REFUSED: ' TRIM (TOLERANCE-RECORD) UPON SYSERR
           CLOSE TOLERANCE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       020-OPEN-REPORT.
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'FILEVAR: UNABLE TO OPEN ' WS-REPORT-DSN
                           ' - FILE STATUS ' WS-REPORT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           .
      *****************************************************************
      ** 100-FIND-RUNS - PASS 1 OVER THE HISTORY: THE STAMPS OF THE   **
      ** BASE'S LAST RUNS+1 RUNS (ON OR BEFORE RUN-DATE, WHEN ONE     **
      ** WAS GIVEN).                                                  **
      *****************************************************************
       100-FIND-RUNS.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'FILEVAR: UNABLE TO OPEN ' WS-HISTORY-DSN
                       ' - FILE STATUS ' WS-HISTORY-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO HISTORY-EOF-SW
           PERFORM 110-READ-HISTORY
           PERFORM WITH TEST BEFORE UNTIL HISTORY-EOF
               ADD 1 TO WS-HISTORY-READ
               IF WS-HISTORY-GOOD-SW = 'N'
                   ADD 1 TO WS-HISTORY-DAMAGED
               END-IF
               IF WS-HISTORY-GOOD-SW = 'Y'
                   PERFORM 120-NOTE-RUN
               END-IF
               PERFORM 110-READ-HISTORY
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-RUN-COUNT = 0
               DISPLAY 'FILEVAR: NO RUN OF ' TRIM (WS-BASE-NAME)
                       ' IN ' TRIM (WS-HISTORY-DSN) UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
      *    WS-HISTORY-GOOD-SW COMES BACK 'Y' FOR A WELL-FORMED RECORD
      *    OF THE BASE IN THE DATE RANGE, 'N' FOR A DAMAGED RECORD
      *    (SHORT, OR NUMBERS THAT AREN'T), AND 'X' FOR ANY OTHER.
      *
       110-READ-HISTORY.
           READ HISTORY-FILE
               AT END SET HISTORY-EOF TO TRUE
           END-READ
           IF HISTORY-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM 9800-HISTORY-FILE-STATUS-CHECK
           MOVE HISTORY-IN-RECORD TO PROFILE-HISTORY-RECORD
           MOVE 'X' TO WS-HISTORY-GOOD-SW
           IF WS-HISTORY-RECLEN < 240
              OR PH-COUNT NOT NUMERIC
              OR PH-BAD-COUNT NOT NUMERIC
              OR PH-TOTAL NOT NUMERIC
              OR PH-RUN-DATE (5 : 1) NOT = '-'
               MOVE 'N' TO WS-HISTORY-GOOD-SW
               EXIT PARAGRAPH
           END-IF
           IF PH-BASE NOT = WS-BASE-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-RUN-DATE NOT = SPACES
              AND PH-RUN-DATE > WS-PARM-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HISTORY-GOOD-SW
           STRING PH-RUN-DATE PH-RUN-TIME DELIMITED BY SIZE
               INTO WS-STAMP
           END-STRING
           .
       120-NOTE-RUN.
           IF WS-RUN-COUNT > 0
               IF WS-STAMP = WS-RUN-STAMP (WS-RUN-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RUN-COUNT > WS-RUNS
               PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                         UNTIL WS-RUN-SUB >= WS-RUN-COUNT
                   MOVE WS-RUN-STAMP (WS-RUN-SUB + 1)
                     TO WS-RUN-STAMP (WS-RUN-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-RUN-COUNT
           END-IF
           MOVE WS-STAMP TO WS-RUN-STAMP (WS-RUN-COUNT)
           .
      *****************************************************************
      ** 200-COLLECT-MEASURES - PASS 2: FOLD EVERY RECORD OF A RUN    **
      ** IN THE WINDOW INTO ITS LAYOUT/FIELD ENTRY - TODAY'S FIGURES  **
      ** FROM THE LAST RUN, THE BASELINE SUMS FROM THE OTHERS.        **
      *****************************************************************
       200-COLLECT-MEASURES.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'FILEVAR: UNABLE TO REOPEN ' WS-HISTORY-DSN
                       ' - FILE STATUS ' WS-HISTORY-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO HISTORY-EOF-SW
           PERFORM 110-READ-HISTORY
           PERFORM WITH TEST BEFORE UNTIL HISTORY-EOF
               IF WS-HISTORY-GOOD-SW = 'Y'
                   PERFORM 210-FOLD-RECORD
               END-IF
               PERFORM 110-READ-HISTORY
           END-PERFORM
           CLOSE HISTORY-FILE
           .
       210-FOLD-RECORD.
           MOVE 0 TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                     UNTIL WS-RUN-SUB > WS-RUN-COUNT
                        OR WS-RUN-FOUND > 0
               IF WS-RUN-STAMP (WS-RUN-SUB) = WS-STAMP
                   MOVE WS-RUN-SUB TO WS-RUN-FOUND
               END-IF
           END-PERFORM
           IF WS-RUN-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 220-FIND-MEASURE-ENTRY
           IF WS-RUN-FOUND = WS-RUN-COUNT
               MOVE 'Y' TO MS-TODAY-SW (WS-MEAS-FOUND)
               MOVE PH-TYPE TO MS-TYPE (WS-MEAS-FOUND)
               MOVE PH-COUNT TO MS-T-COUNT (WS-MEAS-FOUND)
               MOVE PH-BAD-COUNT TO MS-T-BAD (WS-MEAS-FOUND)
               MOVE PH-TOTAL TO MS-T-TOTAL (WS-MEAS-FOUND)
               MOVE PH-OVERFLOW TO MS-T-OVERFLOW (WS-MEAS-FOUND)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MS-P-RUNS (WS-MEAS-FOUND)
           ADD PH-COUNT TO MS-P-COUNT-SUM (WS-MEAS-FOUND)
           ADD PH-BAD-COUNT TO MS-P-BAD-SUM (WS-MEAS-FOUND)
           IF NOT PH-TOTAL-OVERFLOWED
               ADD 1 TO MS-P-TOTAL-RUNS (WS-MEAS-FOUND)
               ADD PH-TOTAL TO MS-P-TOTAL-SUM (WS-MEAS-FOUND)
               IF PH-COUNT > 0
                   ADD 1 TO MS-P-AVG-RUNS (WS-MEAS-FOUND)
                   COMPUTE MS-P-AVG-SUM (WS-MEAS-FOUND) ROUNDED =
                       MS-P-AVG-SUM (WS-MEAS-FOUND)
                       + PH-TOTAL / PH-COUNT
               END-IF
           END-IF
           .
       220-FIND-MEASURE-ENTRY.
           MOVE 0 TO WS-MEAS-FOUND
           PERFORM VARYING WS-MEAS-SUB FROM 1 BY 1
                     UNTIL WS-MEAS-SUB > WS-MEAS-COUNT
                        OR WS-MEAS-FOUND > 0
               IF MS-LAYOUT (WS-MEAS-SUB) = PH-LAYOUT
                  AND MS-FIELD (WS-MEAS-SUB) = PH-FIELD
                   MOVE WS-MEAS-SUB TO WS-MEAS-FOUND
               END-IF
           END-PERFORM
           IF WS-MEAS-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MEAS-COUNT >= 256
               DISPLAY 'FILEVAR: MORE THAN 256 FIELDS IN THE RUNS OF '
                       TRIM (WS-BASE-NAME) UPON SYSERR
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MEAS-COUNT
           MOVE WS-MEAS-COUNT TO WS-MEAS-FOUND
           INITIALIZE WS-MEAS-ENTRY (WS-MEAS-FOUND)
           MOVE PH-LAYOUT TO MS-LAYOUT (WS-MEAS-FOUND)
           MOVE PH-FIELD TO MS-FIELD (WS-MEAS-FOUND)
           MOVE PH-TYPE TO MS-TYPE (WS-MEAS-FOUND)
           MOVE 'N' TO MS-TODAY-SW (WS-MEAS-FOUND)
           .
      *****************************************************************
      ** 700-JUDGE-MEASURES - ONE REPORT LINE PER MEASURE: TODAY,     **
      ** THE BASELINE, THE CHANGE, HOW MANY RUNS THE BASELINE CAME    **
      ** FROM, AND WHAT TRIPPED.                                      **
      *****************************************************************
       700-JUDGE-MEASURES.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILEVAR VARIANCE OF ' TRIM (WS-BASE-NAME)
                  ' IN ' TRIM (WS-HISTORY-DSN)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           COMPUTE WS-EDIT-RUNS = WS-RUN-COUNT - 1
           STRING 'RUN JUDGED: '
                  WS-RUN-STAMP (WS-RUN-COUNT) (1 : 10) ' '
                  WS-RUN-STAMP (WS-RUN-COUNT) (11 : 8)
                  '   PRIOR RUNS: ' TRIM (WS-EDIT-RUNS)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-RUN-COUNT < 2
               MOVE 'NO PRIOR RUNS - ONLY THE BANDS ARE CHECKED'
                 TO WS-REPORT-LINE
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           IF WS-HISTORY-DAMAGED > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-HISTORY-DAMAGED TO WS-EDIT-COUNT
               STRING 'DAMAGED HISTORY RECORDS PASSED OVER: '
                      TRIM (WS-EDIT-COUNT)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'FIELD' TO WS-REPORT-LINE (1 : 5)
           MOVE 'MEASURE' TO WS-REPORT-LINE (32 : 7)
           MOVE 'TODAY' TO WS-REPORT-LINE (58 : 5)
           MOVE 'BASELINE' TO WS-REPORT-LINE (78 : 8)
           MOVE 'CHANGE%' TO WS-REPORT-LINE (90 : 7)
           MOVE 'RUNS' TO WS-REPORT-LINE (98 : 4)
           MOVE 'RESULT' TO WS-REPORT-LINE (103 : 6)
           PERFORM 900-EMIT-REPORT-LINE
           PERFORM VARYING WS-MEAS-SUB FROM 1 BY 1
                     UNTIL WS-MEAS-SUB > WS-MEAS-COUNT
               PERFORM 710-JUDGE-ENTRY
           END-PERFORM
           .
      *
      *    THE FILE-LEVEL ENTRY CARRIES RECORDS AND UNMAPPED; EVERY
      *    FIELD ENTRY CARRIES TOTAL, AVERAGE AND BAD.
      *
       710-JUDGE-ENTRY.
           IF MS-FIELD (WS-MEAS-SUB) = '*RECORDS'
               MOVE 'RECORDS' TO WS-J-MEASURE
               MOVE MS-T-COUNT (WS-MEAS-SUB) TO WS-J-TODAY
               MOVE MS-P-RUNS (WS-MEAS-SUB) TO WS-J-BASE-RUNS
               IF WS-J-BASE-RUNS > 0
                   COMPUTE WS-J-BASE ROUNDED =
                       MS-P-COUNT-SUM (WS-MEAS-SUB) / WS-J-BASE-RUNS
               END-IF
               MOVE MS-TODAY-SW (WS-MEAS-SUB) TO WS-J-TODAY-SW
               PERFORM 720-JUDGE-ONE-MEASURE
               MOVE 'UNMAPPED' TO WS-J-MEASURE
               MOVE MS-T-BAD (WS-MEAS-SUB) TO WS-J-TODAY
               IF WS-J-BASE-RUNS > 0
                   COMPUTE WS-J-BASE ROUNDED =
                       MS-P-BAD-SUM (WS-MEAS-SUB) / WS-J-BASE-RUNS
               END-IF
               MOVE MS-TODAY-SW (WS-MEAS-SUB) TO WS-J-TODAY-SW
               PERFORM 720-JUDGE-ONE-MEASURE
               EXIT PARAGRAPH
           END-IF
           MOVE 'TOTAL' TO WS-J-MEASURE
           MOVE MS-TODAY-SW (WS-MEAS-SUB) TO WS-J-TODAY-SW
           IF MS-T-OVERFLOW (WS-MEAS-SUB) = 'Y'
               MOVE 'N' TO WS-J-TODAY-SW
           END-IF
           MOVE MS-T-TOTAL (WS-MEAS-SUB) TO WS-J-TODAY
           MOVE MS-P-TOTAL-RUNS (WS-MEAS-SUB) TO WS-J-BASE-RUNS
           IF WS-J-BASE-RUNS > 0
               COMPUTE WS-J-BASE ROUNDED =
                   MS-P-TOTAL-SUM (WS-MEAS-SUB) / WS-J-BASE-RUNS
           END-IF
           PERFORM 720-JUDGE-ONE-MEASURE
           MOVE 'AVERAGE' TO WS-J-MEASURE
           MOVE MS-TODAY-SW (WS-MEAS-SUB) TO WS-J-TODAY-SW
           IF MS-T-OVERFLOW (WS-MEAS-SUB) = 'Y'
              OR MS-T-COUNT (WS-MEAS-SUB) = 0
               MOVE 'N' TO WS-J-TODAY-SW
               MOVE 0 TO WS-J-TODAY
           ELSE
               COMPUTE WS-J-TODAY ROUNDED =
                   MS-T-TOTAL (WS-MEAS-SUB) / MS-T-COUNT (WS-MEAS-SUB)
           END-IF
           MOVE MS-P-AVG-RUNS (WS-MEAS-SUB) TO WS-J-BASE-RUNS
           IF WS-J-BASE-RUNS > 0
               COMPUTE WS-J-BASE ROUNDED =
                   MS-P-AVG-SUM (WS-MEAS-SUB) / WS-J-BASE-RUNS
           END-IF
           PERFORM 720-JUDGE-ONE-MEASURE
           MOVE 'BAD' TO WS-J-MEASURE
           MOVE MS-TODAY-SW (WS-MEAS-SUB) TO WS-J-TODAY-SW
           MOVE MS-T-BAD (WS-MEAS-SUB) TO WS-J-TODAY
           MOVE MS-P-RUNS (WS-MEAS-SUB) TO WS-J-BASE-RUNS
           IF WS-J-BASE-RUNS > 0
               COMPUTE WS-J-BASE ROUNDED =
                   MS-P-BAD-SUM (WS-MEAS-SUB) / WS-J-BASE-RUNS
           END-IF
           PERFORM 720-JUDGE-ONE-MEASURE
           .
      *****************************************************************
      ** 720-JUDGE-ONE-MEASURE - WS-J-MEASURE FOR THE CURRENT ENTRY,  **
      ** WITH TODAY'S VALUE AND THE BASELINE ALREADY IN WS-J-TODAY    **
      ** AND WS-J-BASE (WS-J-BASE-RUNS ZERO WHEN THERE IS NONE).      **
      *****************************************************************
       720-JUDGE-ONE-MEASURE.
           ADD 1 TO WS-MEASURES-JUDGED
           MOVE SPACES TO WS-J-FLAG
           MOVE 'N' TO WS-J-TRIPPED-SW
           SET WS-J-PCT-NONE TO TRUE
           IF WS-J-BASE-RUNS > 0
               MOVE 'Y' TO WS-J-BASE-SW
           ELSE
               MOVE 'N' TO WS-J-BASE-SW
               MOVE 0 TO WS-J-BASE
           END-IF
           IF WS-J-TODAY-SW = 'Y' AND WS-J-BASE-SW = 'Y'
               IF WS-J-BASE = 0
                   IF WS-J-TODAY = 0
                       MOVE 0 TO WS-J-PCT
                       SET WS-J-PCT-COMPUTED TO TRUE
                   ELSE
                       SET WS-J-PCT-BEYOND TO TRUE
                   END-IF
               ELSE
                   SET WS-J-PCT-COMPUTED TO TRUE
                   COMPUTE WS-J-PCT ROUNDED =
                       (WS-J-TODAY - WS-J-BASE) * 100
                       / ABS (WS-J-BASE)
                       ON SIZE ERROR
                           SET WS-J-PCT-BEYOND TO TRUE
                   END-COMPUTE
               END-IF
           END-IF
           PERFORM 730-FIND-TOLERANCE
           IF WS-TOL-FOUND > 0
               ADD 1 TO WS-MEASURES-GATED
               PERFORM 740-APPLY-TOLERANCE
           ELSE
               IF MS-TODAY-SW (WS-MEAS-SUB) NOT = 'Y'
                   MOVE 'MISSING TODAY' TO WS-J-FLAG
               END-IF
           END-IF
           PERFORM 750-PRINT-MEASURE-LINE
           .
      *
      *    A NAMED FIELD'S TOLERANCE FIRST, THEN THE '*' ONE. THE
      *    FILE-LEVEL MEASURES MATCH ON THE MEASURE ALONE.
      *
       730-FIND-TOLERANCE.
           MOVE 0 TO WS-TOL-FOUND
           IF MS-FIELD (WS-MEAS-SUB) NOT = '*RECORDS'
               PERFORM VARYING WS-TOL-SUB FROM 1 BY 1
                         UNTIL WS-TOL-SUB > WS-TOL-COUNT
                            OR WS-TOL-FOUND > 0
                   IF TL-MEASURE (WS-TOL-SUB) = WS-J-MEASURE
                      AND TL-FIELD (WS-TOL-SUB) =
                          MS-FIELD (WS-MEAS-SUB)
                       MOVE WS-TOL-SUB TO WS-TOL-FOUND
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-TOL-SUB FROM 1 BY 1
                     UNTIL WS-TOL-SUB > WS-TOL-COUNT
                        OR WS-TOL-FOUND > 0
               IF TL-MEASURE (WS-TOL-SUB) = WS-J-MEASURE
                  AND (TL-FIELD (WS-TOL-SUB) = '*'
                       OR MS-FIELD (WS-MEAS-SUB) = '*RECORDS')
                   MOVE WS-TOL-SUB TO WS-TOL-FOUND
               END-IF
           END-PERFORM
           .
       740-APPLY-TOLERANCE.
           IF MS-TODAY-SW (WS-MEAS-SUB) NOT = 'Y'
               MOVE 'TRIPPED - MISSING TODAY' TO WS-J-FLAG
               PERFORM 745-TRIP-MEASURE
               EXIT PARAGRAPH
           END-IF
           IF WS-J-TODAY-SW NOT = 'Y'
               MOVE 'TRIPPED - NOT MEASURABLE' TO WS-J-FLAG
               PERFORM 745-TRIP-MEASURE
               EXIT PARAGRAPH
           END-IF
           IF TL-PCT-SW (WS-TOL-FOUND) = 'Y'
               IF WS-J-PCT-BEYOND
                  OR (WS-J-PCT-COMPUTED
                      AND ABS (WS-J-PCT) > TL-PCT (WS-TOL-FOUND))
                   MOVE 'TRIPPED - MOVED' TO WS-J-FLAG
                   PERFORM 745-TRIP-MEASURE
               END-IF
           END-IF
           IF TL-LOW-SW (WS-TOL-FOUND) = 'Y'
              AND WS-J-TODAY < TL-LOW (WS-TOL-FOUND)
               IF WS-J-TRIPPED-SW = 'Y'
                   MOVE 'TRIPPED - MOVED, BELOW BAND' TO WS-J-FLAG
               ELSE
                   MOVE 'TRIPPED - BELOW BAND' TO WS-J-FLAG
               END-IF
               PERFORM 745-TRIP-MEASURE
           END-IF
           IF TL-HIGH-SW (WS-TOL-FOUND) = 'Y'
              AND WS-J-TODAY > TL-HIGH (WS-TOL-FOUND)
               IF WS-J-TRIPPED-SW = 'Y'
                   MOVE 'TRIPPED - MOVED, ABOVE BAND' TO WS-J-FLAG
               ELSE
                   MOVE 'TRIPPED - ABOVE BAND' TO WS-J-FLAG
               END-IF
               PERFORM 745-TRIP-MEASURE
           END-IF
           IF WS-J-TRIPPED-SW = 'N'
               IF TL-PCT-SW (WS-TOL-FOUND) = 'Y'
                  AND WS-J-BASE-SW = 'N'
                   MOVE 'OK - NO BASELINE' TO WS-J-FLAG
               ELSE
                   MOVE 'OK' TO WS-J-FLAG
               END-IF
           END-IF
           .
       745-TRIP-MEASURE.
           IF WS-J-TRIPPED-SW = 'N'
               ADD 1 TO WS-MEASURES-TRIPPED
           END-IF
           MOVE 'Y' TO WS-J-TRIPPED-SW
           MOVE 'Y' TO WS-GATE-TRIPPED-SW
           .
       750-PRINT-MEASURE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN MS-FIELD (WS-MEAS-SUB) = '*RECORDS'
                   MOVE '(FILE)' TO WS-REPORT-LINE (1 : 30)
               WHEN MS-LAYOUT (WS-MEAS-SUB) NOT = SPACES
                   STRING TRIM (MS-LAYOUT (WS-MEAS-SUB)) '.'
                          TRIM (MS-FIELD (WS-MEAS-SUB))
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE (1 : 30)
                   END-STRING
               WHEN OTHER
                   MOVE MS-FIELD (WS-MEAS-SUB)
                     TO WS-REPORT-LINE (1 : 30)
           END-EVALUATE
           MOVE WS-J-MEASURE TO WS-REPORT-LINE (32 : 8)
           IF WS-J-TODAY-SW = 'Y'
               MOVE WS-J-TODAY TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-REPORT-LINE (41 : 22)
           ELSE
               MOVE '(NONE)' TO WS-REPORT-LINE (57 : 6)
           END-IF
           IF WS-J-BASE-SW = 'Y'
               MOVE WS-J-BASE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-REPORT-LINE (64 : 22)
           ELSE
               MOVE '(NONE)' TO WS-REPORT-LINE (80 : 6)
           END-IF
           EVALUATE TRUE
               WHEN WS-J-PCT-COMPUTED
                   MOVE WS-J-PCT TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-REPORT-LINE (87 : 10)
               WHEN WS-J-PCT-BEYOND
                   MOVE '******.**' TO WS-REPORT-LINE (88 : 9)
           END-EVALUATE
           MOVE WS-J-BASE-RUNS TO WS-EDIT-RUNS
           MOVE WS-EDIT-RUNS TO WS-REPORT-LINE (99 : 3)
           MOVE WS-J-FLAG TO WS-REPORT-LINE (103 : 30)
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 800-FINISH-REPORT - THE COUNTS AND THE GATE LINE.            **
      *****************************************************************
       800-FINISH-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           MOVE WS-MEASURES-JUDGED TO WS-EDIT-COUNT
           STRING 'MEASURES: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-MEASURES-GATED TO WS-EDIT-COUNT
           STRING '   UNDER TOLERANCE: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (25 : )
           END-STRING
           MOVE WS-MEASURES-TRIPPED TO WS-EDIT-COUNT
           STRING '   TRIPPED: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (55 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-GATE-TRIPPED-SW = 'Y'
               MOVE 'VARIANCE TRIPPED -' TO WS-REPORT-LINE (1 : 18)
               MOVE WS-MEASURES-TRIPPED TO WS-EDIT-COUNT
               STRING ' ' TRIM (WS-EDIT-COUNT)
                      ' MEASURE(S) OUT OF TOLERANCE'
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE (19 : )
               END-STRING
           ELSE
               MOVE 'VARIANCE CLEAN   - EVERY MEASURE IN TOLERANCE'
                 TO WS-REPORT-LINE
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-GATE-TRIPPED-SW = 'Y'
               MOVE 'GATE TRIPPED - HOLD THE UPDATE'
                 TO WS-REPORT-LINE
           ELSE
               MOVE 'GATE CLEAN' TO WS-REPORT-LINE
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 900-EMIT-REPORT-LINE - EVERY REPORT LINE GOES TO SYSERR,     **
      ** AND ALSO TO THE REPORT DATASET WHEN ONE WAS NAMED - THE      **
      ** SAME DUAL-DESTINATION CONVENTION FILEPROF USES.              **
      *****************************************************************
       900-EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE UPON SYSERR
           IF REPORT-FILE-OPEN
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==HISTORY-FILE==
           ==:FILE-TAG:==    BY =='HISTORY-FILE'==
           ==:FILE-STATUS:== BY ==WS-HISTORY-FILE-STATUS==
           ==:FILE-RECORD:== BY ==HISTORY-IN-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-HISTORY-RECLEN==.
