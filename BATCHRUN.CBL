       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHRUN.
      *****************************************************************
      ** JOB-STREAM DRIVER - RUNS A NIGHT'S CHAIN OF UTILITY STEPS   **
      ** (FILEGATE, THE UPDATE, FILEDELTA, FILECSV, THE REPORTS) IN  **
      ** ORDER FROM ONE DEFINITION DATASET, SKIPPING ANY STEP WHOSE  **
      ** JCL-STYLE COND RULE SAYS AN EARLIER STEP'S RETURN CODE      **
      ** RULES IT OUT, AND PRINTS A STEP-BY-STEP COMPLETION REPORT.  **
      ** A STREAM THAT FAILED PART-WAY IS RESTARTED FROM A NAMED     **
      ** STEP: THE STEPS AHEAD OF IT ARE NOT RERUN - THEIR RETURN    **
      ** CODES ARE TAKEN FROM THE RUN JOURNAL (RUNJRNL.JOURNAL), SO  **
      ** THE COND RULES STILL SEE THEM.                              **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO THREE COMMA- **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   STREAM-DSN,RESTART-STEP,REPORT-DSN                        **
      **                                                             **
      **   STREAM-DSN   - REQUIRED. THE JOB-STREAM DEFINITION.       **
      **   RESTART-STEP - OPTIONAL. THE STEP TO RESTART FROM. THE    **
      **                  STEPS BEFORE IT ARE NOT RUN; THEIR RETURN  **
      **                  CODES COME FROM THE JOURNAL. DEFAULTS TO   **
      **                  RUNNING THE WHOLE STREAM FROM THE TOP.     **
      **   REPORT-DSN   - OPTIONAL. WHERE TO WRITE THE COMPLETION    **
      **                  REPORT. DEFAULTS TO SYSERR ONLY, THE       **
      **                  FILEPROF CONVENTION.                       **
      **                                                             **
      ** THE DEFINITION DATASET HAS ONE LINE PER STEP, IN RUN ORDER  **
      ** (UP TO 64 STEPS); A LINE STARTING WITH '*' IS A COMMENT:    **
      **                                                             **
      **   STEPNAME,PROGRAM,COND,PARM                                **
      **                                                             **
      **   STEPNAME - UP TO 16 CHARACTERS, UNIQUE IN THE STREAM.     **
      **   PROGRAM  - THE UTILITY'S PROGRAM-ID.                      **
      **   COND     - OPTIONAL. WHEN THE STEP IS BYPASSED, AS IN     **
      **              JCL: (CODE,OP,STEP) BYPASSES THE STEP WHEN     **
      **              "CODE OP RC-OF-STEP" IS TRUE (OP IS GT, GE,    **
      **              EQ, NE, LT OR LE); (CODE,OP) TESTS EVERY       **
      **              EARLIER STEP THAT RAN; ((T1),(T2),...)         **
      **              BYPASSES WHEN ANY TEST IS TRUE (UP TO 8). A    **
      **              TEST NAMING A STEP THAT DIDN'T RUN IS IGNORED. **
      **              A STEP IS ALSO BYPASSED ONCE AN EARLIER STEP   **
      **              HAS ABENDED, UNLESS ITS COND SAYS EVEN (RUN    **
      **              ANYWAY) OR ONLY (RUN ONLY AFTER AN ABEND) -    **
      **              EVEN AND ONLY MAY STAND ALONE OR JOIN A LIST,  **
      **              E.G. ((8,LE,GATE),EVEN).                       **
      **   PARM     - THE STEP'S PARM STRING - EVERYTHING AFTER THE  **
      **              COMMA THAT ENDS COND, COMMAS AND ALL.          **
      **                                                             **
      **   GATE,FILEGATE,,MASTER.DAT,...                             **
      **   UPDATE,FILEPOST,(8,LE,GATE),MASTER.DAT,...                **
      **   DELTA,FILEDELTA,((8,LE,GATE),(4,LT,UPDATE)),...           **
      **                                                             **
      ** A STEP RUNS AS ITS OWN PROCESS - THE PROGRAM NAME WITH THE  **
      ** PARM AS ITS ONE ARGUMENT - SO EVERY UTILITY RUNS EXACTLY AS **
      ** IT DOES ON ITS OWN (AND JOURNALS ITS OWN RUN AS ALWAYS).    **
      ** THE ENVIRONMENT VARIABLE BATCHRUN_EXEC, WHEN SET, IS        **
      ** PREFIXED TO THE PROGRAM NAME (E.G. THE LOAD DIRECTORY       **
      ** "/PROD/BIN/").                                              **
      ** A STEP WHOSE PROGRAM CAN'T BE STARTED, OR THAT DIES ON A    **
      ** SIGNAL INSTEAD OF ENDING WITH A RETURN CODE, HAS ABENDED.   **
      **                                                             **
      ** EVERY STEP IS ALSO JOURNALED HERE THROUGH RUNJRNL, UNDER    **
      ** PROGRAM=BATCHRUN WITH A PARM OF "STREAM=DSN STEP=NAME       **
      ** EXEC=PROGRAM ...", AS EVENT=STEPSTART / EVENT=STEPEND LINES **
      ** - NOT START/END, SO THE JOURNAL READERS COUNT ONLY THE      **
      ** STREAM ITSELF AS A RUN OF BATCHRUN. THE STEP END LINE       **
      ** CARRIES THE STEP'S RETURN CODE AND COMPLETION=NORMAL OR     **
      ** ABENDED. THOSE ARE THE LINES A RESTART READS: FOR EACH STEP **
      ** AHEAD OF THE RESTART STEP, THE RESULT FROM THE MOST RECENT  **
      ** ATTEMPT OF THE STREAM THAT REACHED IT (A RESTARTED RUN      **
      ** CARRIES EARLIER RESULTS FORWARD; A FRESH RUN FROM THE TOP   **
      ** STARTS THE HISTORY OVER). A STEP WITH NO RESULT IN THE      **
      ** JOURNAL IS TREATED AS NOT RUN. AN ABEND AHEAD OF THE        **
      ** RESTART STEP IS REPORTED BUT DOESN'T BYPASS THE STEPS AFTER **
      ** IT - RESTARTING PAST IT IS THE OPERATOR'S CALL, AND HAS     **
      ** ALREADY BEEN MADE.                                          **
      ** THE JOURNAL IS FOUND THE WAY RUNJRNL FINDS IT - THE         **
      ** RUNJRNL_JOURNAL ENVIRONMENT VARIABLE, THEN                  **
      ** "RUNJRNL.JOURNAL".                                          **
      **                                                             **
      ** RETURN-CODE IS THE HIGHEST RETURN CODE OF THE STEPS RUN     **
      ** THIS TIME (BYPASSED STEPS DON'T COUNT), 16 WHEN ANY STEP    **
      ** ABENDED, AND 16 ON A PARM, DEFINITION OR FILE FAILURE - NO  **
      ** STEP IS RUN FROM A DEFINITION THAT HAS ANY ERROR IN IT.     **
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
      ** FW1026 STEP LINES JOURNAL AS EVENT=STEPSTART / STEPEND, SO  **
      **        A STEP IS NOT COUNTED AS A RUN OF BATCHRUN           **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-FILE ASSIGN TO DYNAMIC WS-STREAM-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE.
       01  STREAM-RECORD              PIC X(400).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD             PIC X(360).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-STREAM-DSN           PIC X(64)  VALUE SPACES.
           05 WS-RESTART-STEP         PIC X(16)  VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.

       01  WS-JOURNAL-DSN             PIC X(64)  VALUE SPACES.
       01  WS-EXEC-PREFIX             PIC X(64)  VALUE SPACES.

       01  WS-STREAM-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

       01  STREAM-EOF-SW              PIC X(1)   VALUE 'N'.
           88 STREAM-EOF                         VALUE 'Y'.
       01  JOURNAL-EOF-SW             PIC X(1)   VALUE 'N'.
           88 JOURNAL-EOF                        VALUE 'Y'.

       01  WS-LINES-READ              PIC 9(9)   VALUE 0.
       01  WS-DEFINITION-ERRORS       PIC 9(9)   VALUE 0.
       01  WS-ERROR-TEXT              PIC X(80)  VALUE SPACES.

      *
      *    THE STREAM, ONE ENTRY PER STEP. STP-STATE SAYS HOW THE
      *    STEP STANDS: NOT YET REACHED, RAN ('R', WITH ITS RC),
      *    ABENDED ('A'), BYPASSED ('B'), CARRIED FROM THE JOURNAL ON
      *    A RESTART ('J' WITH ITS RC, 'X' IF IT HAD ABENDED), OR
      *    AHEAD OF THE RESTART STEP WITH NO JOURNAL RESULT ('N').
      *    JRN-STATE/JRN-RC COLLECT THE JOURNAL'S VIEW WHILE IT IS
      *    READ.
      *
       01  WS-STEP-TABLE.
           05 WS-STEP-COUNT    COMP-5 PIC 9(4)   VALUE 0.
           05 WS-STEP-ENTRY OCCURS 64 TIMES.
              10 STP-NAME             PIC X(16).
              10 STP-PROGRAM          PIC X(30).
              10 STP-COND             PIC X(80).
              10 STP-PARM             PIC X(256).
              10 STP-EVEN-SW          PIC X(1).
              10 STP-ONLY-SW          PIC X(1).
              10 STP-TEST-COUNT COMP-5 PIC 9(4).
              10 STP-TEST OCCURS 8 TIMES.
                 15 TST-CODE          PIC 9(4).
                 15 TST-OP            PIC X(2).
                 15 TST-STEP-SUB COMP-5 PIC 9(4).
              10 STP-STATE            PIC X(1).
                 88 STP-PENDING                  VALUE SPACE.
                 88 STP-RAN                      VALUE 'R'.
                 88 STP-ABENDED                  VALUE 'A'.
                 88 STP-BYPASSED                 VALUE 'B'.
                 88 STP-CARRIED                  VALUE 'J'.
                 88 STP-CARRIED-ABEND            VALUE 'X'.
                 88 STP-NOT-IN-JOURNAL           VALUE 'N'.
                 88 STP-HAS-RC                   VALUE 'R' 'J'.
                 88 STP-ABEND-SEEN               VALUE 'A'.
              10 STP-RC               PIC 9(4).
              10 STP-WHY              PIC X(60).
              10 JRN-STATE            PIC X(1).
              10 JRN-RC               PIC 9(4).

       01  WS-STEP-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-PRIOR-SUB        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-FOUND-SUB        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-TEST-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-RESTART-SUB      COMP-5 PIC 9(4)   VALUE 1.
       01  WS-FIND-STEP               PIC X(16)  VALUE SPACES.

      *
      *    ONE DEFINITION LINE, SPLIT.
      *
       01  WS-STREAM-LINE             PIC X(400) VALUE SPACES.
       01  WS-LINE-PTR         COMP-5 PIC 9(4)   VALUE 1.
       01  WS-SCAN-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-COND-START       COMP-5 PIC 9(4)   VALUE 0.
       01  WS-DEPTH            COMP-5 PIC 9(4)   VALUE 0.
       01  WS-FLD-STEP                PIC X(30)  VALUE SPACES.
       01  WS-FLD-PROGRAM             PIC X(40)  VALUE SPACES.
       01  WS-FLD-COND                PIC X(120) VALUE SPACES.
       01  WS-FLD-PARM                PIC X(400) VALUE SPACES.
       01  WS-QUOTE-COUNT      COMP-5 PIC 9(4)   VALUE 0.

      *
      *    THE COND RULE, TAKEN APART - THE TEXT INSIDE THE OUTER
      *    PARENTHESES, EACH LIST ELEMENT IN TURN, AND THE PIECES
      *    OF ONE (CODE,OP,STEP) TEST.
      *
       01  WS-COND-LENGTH      COMP-5 PIC 9(4)   VALUE 0.
       01  WS-COND-INNER              PIC X(120) VALUE SPACES.
       01  WS-INNER-LENGTH     COMP-5 PIC 9(4)   VALUE 0.
       01  WS-ELEM-START       COMP-5 PIC 9(4)   VALUE 0.
       01  WS-ELEM-LENGTH      COMP-5 PIC 9(4)   VALUE 0.
       01  WS-ELEMENT                 PIC X(120) VALUE SPACES.
       01  WS-TEST-TEXT               PIC X(120) VALUE SPACES.
       01  WS-TEST-CODE-X             PIC X(10)  VALUE SPACES.
       01  WS-TEST-OP                 PIC X(10)  VALUE SPACES.
       01  WS-TEST-STEP               PIC X(30)  VALUE SPACES.
       01  WS-TEST-PIECES      COMP-5 PIC 9(4)   VALUE 0.
       01  WS-NUMBER-TEXT             PIC X(4)   JUSTIFIED RIGHT
                                                 VALUE SPACES.
       01  WS-NUMBER-DIGITS           REDEFINES WS-NUMBER-TEXT
                                      PIC 9(4).

      *
      *    ONE JOURNAL LINE, SPLIT THE WAY RUNJRNLRPT SPLITS IT.
      *
       01  WS-TOKEN                   PIC X(64)  VALUE SPACES.
       01  WS-TOKEN-KEY               PIC X(16)  VALUE SPACES.
       01  WS-TOKEN-VALUE             PIC X(48)  VALUE SPACES.
       01  WS-TOKEN-PTR        COMP-5 PIC 9(4)   VALUE 1.
       01  WS-LINE-PROGRAM            PIC X(30)  VALUE SPACES.
       01  WS-LINE-EVENT              PIC X(8)   VALUE SPACES.
       01  WS-LINE-RC-X               PIC X(4)   VALUE SPACES.
       01  WS-LINE-RC                 PIC 9(4)   VALUE 0.
       01  WS-PARM-POS         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-LINE-PARM               PIC X(256) VALUE SPACES.
       01  WS-LINE-STREAM             PIC X(72)  VALUE SPACES.
       01  WS-LINE-STEP               PIC X(30)  VALUE SPACES.
       01  WS-LINE-EXEC               PIC X(40)  VALUE SPACES.
       01  WS-LINE-COMPLETION         PIC X(30)  VALUE SPACES.
       01  WS-LINE-RESTART            PIC X(30)  VALUE SPACES.
       01  WS-LINE-REPORT             PIC X(64)  VALUE SPACES.
       01  WS-CLEAR-FROM       COMP-5 PIC 9(4)   VALUE 0.

      *
      *    RUNNING A STEP.
      *
       01  WS-COMMAND                 PIC X(400) VALUE SPACES.
       01  WS-WAIT-STATUS             USAGE BINARY-LONG VALUE 0.
       01  WS-SIGNAL                  USAGE BINARY-LONG VALUE 0.
       01  WS-EXIT-CODE               USAGE BINARY-LONG VALUE 0.
       01  WS-BYPASS-SW               PIC X(1)   VALUE 'N'.
       01  WS-PRIOR-ABEND-SW          PIC X(1)   VALUE 'N'.
       01  WS-TEST-TRUE-SW            PIC X(1)   VALUE 'N'.
       01  WS-STEPS-RUN               PIC 9(9)   VALUE 0.
       01  WS-STEPS-BYPASSED          PIC 9(9)   VALUE 0.
       01  WS-STEPS-ABENDED           PIC 9(9)   VALUE 0.
       01  WS-HIGHEST-RC              PIC 9(4)   VALUE 0.

       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-EDIT-RC                 PIC Z(3)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

       COPY RUNJRNL.

       COPY GDGRSLV.

      *
      *    A SECOND JOURNAL CONTROL BLOCK FOR THE STEP LINES, SO THE
      *    STREAM'S OWN START STAMP SURVIVES UNTIL ITS END LINE.
      *
       COPY RUNJRNL REPLACING ==RUN-JOURNAL-CONTROL==
                           BY ==STEP-JOURNAL-CONTROL==.

       PROCEDURE DIVISION.

       000-BATCHRUN.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM OF RUN-JOURNAL-CONTROL
           SET RJ-EVENT-START OF RUN-JOURNAL-CONTROL TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 020-LOAD-STREAM
           IF WS-DEFINITION-ERRORS > 0
               MOVE WS-DEFINITION-ERRORS TO WS-EDIT-COUNT
               DISPLAY 'BATCHRUN: ' TRIM (WS-EDIT-COUNT)
                       ' ERROR(S) IN ' TRIM (WS-STREAM-DSN)
                       ' - NO STEP WAS RUN' UPON SYSERR
               MOVE 16 TO WS-HIGHEST-RC
               PERFORM 990-END-RUN
           END-IF
           IF WS-RESTART-STEP NOT = SPACES
               PERFORM 050-RESOLVE-RESTART
           END-IF
           PERFORM 060-OPEN-REPORT
           PERFORM VARYING WS-STEP-SUB FROM WS-RESTART-SUB BY 1
                     UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM 100-DECIDE-STEP
               IF WS-BYPASS-SW = 'Y'
                   SET STP-BYPASSED (WS-STEP-SUB) TO TRUE
                   ADD 1 TO WS-STEPS-BYPASSED
               ELSE
                   PERFORM 200-RUN-STEP
               END-IF
           END-PERFORM
           PERFORM 800-PRINT-REPORT
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           IF WS-STEPS-ABENDED > 0
              AND WS-HIGHEST-RC < 16
               MOVE 16 TO WS-HIGHEST-RC
           END-IF
           PERFORM 990-END-RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE    **
      ** ARGUMENT) INTO ITS THREE COMMA-DELIMITED FIELDS, AND PICK   **
      ** UP THE JOURNAL NAME AND THE PROGRAM PREFIX FROM THE         **
      ** ENVIRONMENT.                                                **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-STREAM-DSN, WS-RESTART-STEP, WS-REPORT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-STREAM-DSN = SPACES
               DISPLAY 'BATCHRUN: PARM MUST BE STREAM-DSN,'
                       'RESTART-STEP,REPORT-DSN' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE UPPER-CASE (WS-RESTART-STEP) TO WS-RESTART-STEP
           ACCEPT WS-JOURNAL-DSN FROM ENVIRONMENT 'RUNJRNL_JOURNAL'
               ON EXCEPTION
                   MOVE SPACES TO WS-JOURNAL-DSN
           END-ACCEPT
           IF WS-JOURNAL-DSN = SPACES
               MOVE 'RUNJRNL.JOURNAL' TO WS-JOURNAL-DSN
           END-IF
           ACCEPT WS-EXEC-PREFIX FROM ENVIRONMENT 'BATCHRUN_EXEC'
               ON EXCEPTION
                   MOVE SPACES TO WS-EXEC-PREFIX
           END-ACCEPT
           .
      *****************************************************************
      ** 011-RESOLVE-GENERATIONS - A DSN OPERAND MAY NAME A RELATIVE **
      ** GENERATION - BASE(0), BASE(-1), BASE(+1) - OF A BASE IN THE **
      ** GENERATION CATALOG (SEE GDGRSLV.CPY).                       **
      *****************************************************************
       011-RESOLVE-GENERATIONS.
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-STREAM-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-STREAM-DSN
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'BATCHRUN: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 020-LOAD-STREAM - READ AND CHECK THE WHOLE DEFINITION       **
      ** BEFORE ANYTHING RUNS. EVERY ERROR IS REPORTED, NOT JUST THE **
      ** FIRST.                                                      **
      *****************************************************************
       020-LOAD-STREAM.
           OPEN INPUT STREAM-FILE
           IF WS-STREAM-FILE-STATUS NOT = '00'
               DISPLAY 'BATCHRUN: UNABLE TO OPEN ' WS-STREAM-DSN
                       ' - FILE STATUS ' WS-STREAM-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO WS-HIGHEST-RC
               PERFORM 990-END-RUN
           END-IF
           INITIALIZE WS-STEP-TABLE
           MOVE 'N' TO STREAM-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL STREAM-EOF
               READ STREAM-FILE
                   AT END SET STREAM-EOF TO TRUE
               END-READ
               IF NOT STREAM-EOF
                   ADD 1 TO WS-LINES-READ
                   IF STREAM-RECORD NOT = SPACES
                      AND STREAM-RECORD (1 : 1) NOT = '*'
                       PERFORM 030-PARSE-STEP-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STREAM-FILE
           IF WS-STEP-COUNT = 0
              AND WS-DEFINITION-ERRORS = 0
               MOVE 'THE STREAM HAS NO STEPS' TO WS-ERROR-TEXT
               PERFORM 090-DEFINITION-ERROR
           END-IF
           .
      *****************************************************************
      ** 030-PARSE-STEP-LINE - STEPNAME AND PROGRAM UP TO THEIR      **
      ** COMMAS; COND UP TO ITS COMMA OR, WHEN IT OPENS WITH A       **
      ** PARENTHESIS, TO THE PARENTHESIS THAT CLOSES IT (A COND LIST **
      ** HAS COMMAS OF ITS OWN); THE PARM IS WHATEVER IS LEFT.       **
      *****************************************************************
       030-PARSE-STEP-LINE.
           IF WS-STEP-COUNT >= 64
               MOVE 'MORE THAN 64 STEPS' TO WS-ERROR-TEXT
               PERFORM 090-DEFINITION-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE STREAM-RECORD TO WS-STREAM-LINE
           MOVE SPACES TO WS-FLD-STEP, WS-FLD-PROGRAM, WS-FLD-COND,
                          WS-FLD-PARM
           MOVE 1 TO WS-LINE-PTR
           UNSTRING WS-STREAM-LINE DELIMITED BY ','
               INTO WS-FLD-STEP, WS-FLD-PROGRAM
               WITH POINTER WS-LINE-PTR
           END-UNSTRING
           PERFORM WITH TEST BEFORE
                   UNTIL WS-LINE-PTR > 400
                      OR WS-STREAM-LINE (WS-LINE-PTR : 1) NOT = SPACE
               ADD 1 TO WS-LINE-PTR
           END-PERFORM
           IF WS-LINE-PTR <= 400
              AND WS-STREAM-LINE (WS-LINE-PTR : 1) = '('
               MOVE WS-LINE-PTR TO WS-COND-START
               MOVE 0 TO WS-DEPTH
               PERFORM VARYING WS-SCAN-SUB FROM WS-LINE-PTR BY 1
                         UNTIL WS-SCAN-SUB > 400
                   EVALUATE WS-STREAM-LINE (WS-SCAN-SUB : 1)
                       WHEN '('
                           ADD 1 TO WS-DEPTH
                       WHEN ')'
                           SUBTRACT 1 FROM WS-DEPTH
                   END-EVALUATE
                   IF WS-DEPTH = 0
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SCAN-SUB > 400
                   MOVE 'COND HAS AN UNCLOSED PARENTHESIS'
                     TO WS-ERROR-TEXT
                   PERFORM 090-DEFINITION-ERROR
                   EXIT PARAGRAPH
               END-IF
               IF WS-SCAN-SUB - WS-COND-START + 1 > 80
                   MOVE 'COND IS LONGER THAN 80 CHARACTERS'
                     TO WS-ERROR-TEXT
                   PERFORM 090-DEFINITION-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-STREAM-LINE (WS-COND-START :
                                    WS-SCAN-SUB - WS-COND-START + 1)
                 TO WS-FLD-COND
               COMPUTE WS-LINE-PTR = WS-SCAN-SUB + 1
               IF WS-LINE-PTR <= 400
                   IF WS-STREAM-LINE (WS-LINE-PTR : 1) = ','
                       ADD 1 TO WS-LINE-PTR
                   ELSE
                       IF WS-STREAM-LINE (WS-LINE-PTR : ) NOT = SPACES
                           MOVE 'COND IS NOT FOLLOWED BY A COMMA'
                             TO WS-ERROR-TEXT
                           PERFORM 090-DEFINITION-ERROR
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           ELSE
               UNSTRING WS-STREAM-LINE DELIMITED BY ','
                   INTO WS-FLD-COND
                   WITH POINTER WS-LINE-PTR
               END-UNSTRING
           END-IF
           IF WS-LINE-PTR <= 400
               MOVE WS-STREAM-LINE (WS-LINE-PTR : ) TO WS-FLD-PARM
           END-IF
           MOVE UPPER-CASE (TRIM (WS-FLD-STEP)) TO WS-FLD-STEP
           MOVE UPPER-CASE (TRIM (WS-FLD-PROGRAM)) TO WS-FLD-PROGRAM
           MOVE UPPER-CASE (TRIM (WS-FLD-COND)) TO WS-FLD-COND
           MOVE TRIM (WS-FLD-PARM) TO WS-FLD-PARM
           EVALUATE TRUE
               WHEN WS-FLD-STEP = SPACES
                   MOVE 'STEP NAME IS MISSING' TO WS-ERROR-TEXT
               WHEN WS-FLD-STEP (17 : ) NOT = SPACES
                   MOVE 'STEP NAME IS LONGER THAN 16 CHARACTERS'
                     TO WS-ERROR-TEXT
               WHEN WS-FLD-PROGRAM = SPACES
                   MOVE 'PROGRAM IS MISSING' TO WS-ERROR-TEXT
               WHEN WS-FLD-PROGRAM (31 : ) NOT = SPACES
                   MOVE 'PROGRAM IS LONGER THAN 30 CHARACTERS'
                     TO WS-ERROR-TEXT
               WHEN WS-FLD-COND (81 : ) NOT = SPACES
                   MOVE 'COND IS LONGER THAN 80 CHARACTERS'
                     TO WS-ERROR-TEXT
               WHEN WS-FLD-PARM (257 : ) NOT = SPACES
                   MOVE 'PARM IS LONGER THAN 256 CHARACTERS'
                     TO WS-ERROR-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-ERROR-TEXT
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               PERFORM 090-DEFINITION-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-FLD-PARM TALLYING WS-QUOTE-COUNT FOR ALL ''''
           IF WS-QUOTE-COUNT > 0
               MOVE 'PARM MAY NOT CONTAIN AN APOSTROPHE'
                 TO WS-ERROR-TEXT
               PERFORM 090-DEFINITION-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD-STEP TO WS-FIND-STEP
           PERFORM 080-FIND-STEP
           IF WS-FOUND-SUB > 0
               MOVE 'STEP NAME IS USED TWICE' TO WS-ERROR-TEXT
               PERFORM 090-DEFINITION-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-FLD-STEP TO STP-NAME (WS-STEP-COUNT)
           MOVE WS-FLD-PROGRAM TO STP-PROGRAM (WS-STEP-COUNT)
           MOVE WS-FLD-COND TO STP-COND (WS-STEP-COUNT)
           MOVE WS-FLD-PARM TO STP-PARM (WS-STEP-COUNT)
           MOVE 'N' TO STP-EVEN-SW (WS-STEP-COUNT)
           MOVE 'N' TO STP-ONLY-SW (WS-STEP-COUNT)
           MOVE 0 TO STP-TEST-COUNT (WS-STEP-COUNT)
           MOVE SPACE TO STP-STATE (WS-STEP-COUNT)
           MOVE 0 TO STP-RC (WS-STEP-COUNT)
           MOVE SPACES TO STP-WHY (WS-STEP-COUNT)
           MOVE SPACE TO JRN-STATE (WS-STEP-COUNT)
           MOVE 0 TO JRN-RC (WS-STEP-COUNT)
           IF WS-FLD-COND NOT = SPACES
               PERFORM 040-PARSE-COND
           END-IF
           .
      *****************************************************************
      ** 040-PARSE-COND - EVEN, ONLY, (CODE,OP[,STEP]) OR A          **
      ** PARENTHESIZED LIST OF THOSE. THE STEP BEING DEFINED IS THE  **
      ** LAST ONE IN THE TABLE, SO A NAMED STEP MUST ALREADY BE      **
      ** THERE AHEAD OF IT.                                          **
      *****************************************************************
      *
      * A BAD COND LEAVES ITS STEP IN THE TABLE, SO LATER LINES CAN
      * STILL NAME IT, BUT STILL FAILS THE DEFINITION.
      *
       040-PARSE-COND.
           MOVE LENGTH (TRIM (WS-FLD-COND)) TO WS-COND-LENGTH
           EVALUATE TRUE
               WHEN WS-FLD-COND = 'EVEN'
                   MOVE 'Y' TO STP-EVEN-SW (WS-STEP-COUNT)
                   EXIT PARAGRAPH
               WHEN WS-FLD-COND = 'ONLY'
                   MOVE 'Y' TO STP-ONLY-SW (WS-STEP-COUNT)
                   EXIT PARAGRAPH
               WHEN WS-FLD-COND (1 : 1) NOT = '('
                  OR WS-FLD-COND (WS-COND-LENGTH : 1) NOT = ')'
                  OR WS-COND-LENGTH < 3
                   MOVE 'COND MUST BE EVEN, ONLY OR PARENTHESIZED'
                     TO WS-ERROR-TEXT
                   PERFORM 090-DEFINITION-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-COND-INNER
           COMPUTE WS-INNER-LENGTH = WS-COND-LENGTH - 2
           MOVE WS-FLD-COND (2 : WS-INNER-LENGTH) TO WS-COND-INNER
           IF WS-COND-INNER (1 : 1) NOT = '('
               MOVE WS-COND-INNER TO WS-TEST-TEXT
               PERFORM 045-PARSE-COND-TEST
               EXIT PARAGRAPH
           END-IF
      *
      * A LIST - SPLIT AT THE COMMAS THAT SIT OUTSIDE EVERY INNER
      * PARENTHESIS.
      *
           MOVE 1 TO WS-ELEM-START
           MOVE 0 TO WS-DEPTH
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                     UNTIL WS-SCAN-SUB > WS-INNER-LENGTH + 1
               IF WS-SCAN-SUB > WS-INNER-LENGTH
                  OR (WS-DEPTH = 0
                      AND WS-COND-INNER (WS-SCAN-SUB : 1) = ',')
                   COMPUTE WS-ELEM-LENGTH =
                       WS-SCAN-SUB - WS-ELEM-START
                   MOVE SPACES TO WS-ELEMENT
                   IF WS-ELEM-LENGTH > 0
                       MOVE WS-COND-INNER (WS-ELEM-START :
                                           WS-ELEM-LENGTH)
                         TO WS-ELEMENT
                   END-IF
                   PERFORM 042-PARSE-COND-ELEMENT
                   COMPUTE WS-ELEM-START = WS-SCAN-SUB + 1
               ELSE
                   EVALUATE WS-COND-INNER (WS-SCAN-SUB : 1)
                       WHEN '('
                           ADD 1 TO WS-DEPTH
                       WHEN ')'
                           SUBTRACT 1 FROM WS-DEPTH
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       042-PARSE-COND-ELEMENT.
           MOVE TRIM (WS-ELEMENT) TO WS-ELEMENT
           MOVE LENGTH (TRIM (WS-ELEMENT)) TO WS-ELEM-LENGTH
           EVALUATE TRUE
               WHEN WS-ELEMENT = 'EVEN'
                   MOVE 'Y' TO STP-EVEN-SW (WS-STEP-COUNT)
               WHEN WS-ELEMENT = 'ONLY'
                   MOVE 'Y' TO STP-ONLY-SW (WS-STEP-COUNT)
               WHEN WS-ELEMENT (1 : 1) = '('
                AND WS-ELEM-LENGTH > 2
                AND WS-ELEMENT (WS-ELEM-LENGTH : 1) = ')'
                   MOVE SPACES TO WS-TEST-TEXT
                   MOVE WS-ELEMENT (2 : WS-ELEM-LENGTH - 2)
                     TO WS-TEST-TEXT
                   PERFORM 045-PARSE-COND-TEST
               WHEN OTHER
                   MOVE 'COND LIST ELEMENT IS NOT A TEST, EVEN OR ONLY'
                     TO WS-ERROR-TEXT
                   PERFORM 090-DEFINITION-ERROR
           END-EVALUATE
           .
       045-PARSE-COND-TEST.
           IF STP-TEST-COUNT (WS-STEP-COUNT) >= 8
               MOVE 'COND HAS MORE THAN 8 TESTS' TO WS-ERROR-TEXT
               PERFORM 090-DEFINITION-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEST-CODE-X, WS-TEST-OP, WS-TEST-STEP
           MOVE 0 TO WS-TEST-PIECES
           UNSTRING WS-TEST-TEXT DELIMITED BY ','
               INTO WS-TEST-CODE-X, WS-TEST-OP, WS-TEST-STEP
               TALLYING IN WS-TEST-PIECES
           END-UNSTRING
           MOVE TRIM (WS-TEST-CODE-X) TO WS-TEST-CODE-X
           MOVE TRIM (WS-TEST-OP) TO WS-TEST-OP
           MOVE TRIM (WS-TEST-STEP) TO WS-TEST-STEP
           MOVE SPACES TO WS-NUMBER-TEXT
           IF WS-TEST-CODE-X NOT = SPACES
              AND WS-TEST-CODE-X (5 : ) = SPACES
               MOVE TRIM (WS-TEST-CODE-X) TO WS-NUMBER-TEXT
               INSPECT WS-NUMBER-TEXT REPLACING LEADING SPACE BY '0'
           END-IF
           EVALUATE TRUE
               WHEN WS-TEST-PIECES < 2
                   MOVE 'COND TEST MUST BE (CODE,OP) OR (CODE,OP,STEP)'
                     TO WS-ERROR-TEXT
               WHEN WS-NUMBER-TEXT = SPACES
                 OR WS-NUMBER-DIGITS NOT NUMERIC
                   MOVE 'COND CODE MUST BE A NUMBER 0-9999'
                     TO WS-ERROR-TEXT
               WHEN WS-TEST-OP NOT = 'GT' AND NOT = 'GE'
                AND NOT = 'EQ' AND NOT = 'NE'
                AND NOT = 'LT' AND NOT = 'LE'
                   MOVE 'COND OPERATOR MUST BE GT GE EQ NE LT OR LE'
                     TO WS-ERROR-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-ERROR-TEXT
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               PERFORM 090-DEFINITION-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-SUB
           IF WS-TEST-STEP NOT = SPACES
               MOVE WS-TEST-STEP TO WS-FIND-STEP
               PERFORM 080-FIND-STEP
      *
      *        THE STEP BEING DEFINED IS ALREADY IN THE TABLE - A TEST
      *        ON ITSELF IS AS WRONG AS A TEST ON A LATER STEP.
      *
               IF WS-FOUND-SUB = 0
                  OR WS-FOUND-SUB >= WS-STEP-COUNT
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'COND NAMES ' TRIM (WS-TEST-STEP)
                          ', WHICH IS NOT AN EARLIER STEP'
                          DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   END-STRING
                   PERFORM 090-DEFINITION-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO STP-TEST-COUNT (WS-STEP-COUNT)
           MOVE STP-TEST-COUNT (WS-STEP-COUNT) TO WS-TEST-SUB
           MOVE WS-NUMBER-DIGITS
             TO TST-CODE (WS-STEP-COUNT, WS-TEST-SUB)
           MOVE WS-TEST-OP TO TST-OP (WS-STEP-COUNT, WS-TEST-SUB)
           MOVE WS-FOUND-SUB
             TO TST-STEP-SUB (WS-STEP-COUNT, WS-TEST-SUB)
           .
      *****************************************************************
      ** 050-RESOLVE-RESTART - FIND THE RESTART STEP, THEN READ THE  **
      ** JOURNAL FOR THE RESULTS OF THE STEPS AHEAD OF IT.           **
      *****************************************************************
       050-RESOLVE-RESTART.
           MOVE WS-RESTART-STEP TO WS-FIND-STEP
           PERFORM 080-FIND-STEP
           IF WS-FOUND-SUB = 0
               DISPLAY 'BATCHRUN: RESTART STEP '
                       TRIM (WS-RESTART-STEP) ' IS NOT IN '
                       TRIM (WS-STREAM-DSN) UPON SYSERR
               MOVE 16 TO WS-HIGHEST-RC
               PERFORM 990-END-RUN
           END-IF
           MOVE WS-FOUND-SUB TO WS-RESTART-SUB
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'BATCHRUN: UNABLE TO OPEN RUN JOURNAL '
                       WS-JOURNAL-DSN ' - FILE STATUS '
                       WS-JOURNAL-FILE-STATUS
                       ' - CANNOT RESTART WITHOUT IT' UPON SYSERR
               MOVE 16 TO WS-HIGHEST-RC
               PERFORM 990-END-RUN
           END-IF
           MOVE 'N' TO JOURNAL-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL JOURNAL-EOF
               READ JOURNAL-FILE
                   AT END SET JOURNAL-EOF TO TRUE
               END-READ
               IF NOT JOURNAL-EOF
                   PERFORM 055-APPLY-JOURNAL-LINE
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                     UNTIL WS-STEP-SUB >= WS-RESTART-SUB
               EVALUATE JRN-STATE (WS-STEP-SUB)
                   WHEN 'R'
                       SET STP-CARRIED (WS-STEP-SUB) TO TRUE
                       MOVE JRN-RC (WS-STEP-SUB) TO STP-RC (WS-STEP-SUB)
                   WHEN 'A'
                       SET STP-CARRIED-ABEND (WS-STEP-SUB) TO TRUE
                   WHEN OTHER
                       SET STP-NOT-IN-JOURNAL (WS-STEP-SUB) TO TRUE
               END-EVALUATE
           END-PERFORM
           .
      *****************************************************************
      ** 055-APPLY-JOURNAL-LINE - ONLY BATCHRUN'S OWN LINES FOR      **
      ** THIS STREAM MATTER. A STREAM START LINE (EVENT=START)       **
      ** BEGINS A NEW ATTEMPT: A RUN FROM THE TOP FORGETS EVERY      **
      ** EARLIER RESULT, A RESTART FORGETS ONLY THE RESULTS FROM ITS **
      ** RESTART STEP ON. A STEP START LINE (EVENT=STEPSTART) WITH   **
      ** NO STEP END AFTER IT LEAVES THE STEP WITH NO RESULT. A STEP **
      ** END LINE (EVENT=STEPEND) RECORDS THE STEP'S RESULT.         **
      *****************************************************************
       055-APPLY-JOURNAL-LINE.
           IF JOURNAL-RECORD = SPACES
              OR JOURNAL-RECORD (5 : 1) NOT = '-'
              OR JOURNAL-RECORD (8 : 1) NOT = '-'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE-PROGRAM, WS-LINE-EVENT, WS-LINE-RC-X
           MOVE 21 TO WS-TOKEN-PTR
           PERFORM WITH TEST BEFORE
                   UNTIL WS-TOKEN-PTR > 360
               MOVE SPACES TO WS-TOKEN
               UNSTRING JOURNAL-RECORD DELIMITED BY ALL SPACE
                   INTO WS-TOKEN
                   WITH POINTER WS-TOKEN-PTR
               END-UNSTRING
               IF WS-TOKEN = SPACES
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO WS-TOKEN-KEY, WS-TOKEN-VALUE
               UNSTRING WS-TOKEN DELIMITED BY '='
                   INTO WS-TOKEN-KEY, WS-TOKEN-VALUE
               END-UNSTRING
               EVALUATE WS-TOKEN-KEY
                   WHEN 'PROGRAM'
                       MOVE WS-TOKEN-VALUE TO WS-LINE-PROGRAM
                   WHEN 'EVENT'
                       MOVE WS-TOKEN-VALUE TO WS-LINE-EVENT
                   WHEN 'RC'
                       MOVE WS-TOKEN-VALUE TO WS-LINE-RC-X
                   WHEN 'PARM'
                       EXIT PERFORM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-LINE-PROGRAM NOT = 'BATCHRUN'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PARM-POS
           INSPECT JOURNAL-RECORD TALLYING WS-PARM-POS
               FOR CHARACTERS BEFORE INITIAL ' PARM='
           IF WS-PARM-POS + 7 > 360
               EXIT PARAGRAPH
           END-IF
           MOVE JOURNAL-RECORD (WS-PARM-POS + 7 : ) TO WS-LINE-PARM
           IF WS-LINE-PARM (1 : 7) NOT = 'STREAM='
      *
      *        A STREAM START LINE - ITS PARM IS BATCHRUN'S OWN PARM.
      *
               IF WS-LINE-EVENT NOT = 'START'
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-LINE-STREAM, WS-LINE-RESTART,
                              WS-LINE-REPORT
               UNSTRING WS-LINE-PARM DELIMITED BY ','
                   INTO WS-LINE-STREAM, WS-LINE-RESTART,
                        WS-LINE-REPORT
               END-UNSTRING
               IF WS-LINE-STREAM NOT = WS-STREAM-DSN
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-CLEAR-FROM
               IF WS-LINE-RESTART NOT = SPACES
                   MOVE UPPER-CASE (WS-LINE-RESTART) TO WS-FIND-STEP
                   PERFORM 080-FIND-STEP
                   IF WS-FOUND-SUB > 0
                       MOVE WS-FOUND-SUB TO WS-CLEAR-FROM
                   END-IF
               END-IF
               PERFORM VARYING WS-STEP-SUB FROM WS-CLEAR-FROM BY 1
                         UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   MOVE SPACE TO JRN-STATE (WS-STEP-SUB)
                   MOVE 0 TO JRN-RC (WS-STEP-SUB)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE-STREAM, WS-LINE-STEP, WS-LINE-EXEC,
                          WS-LINE-COMPLETION
           UNSTRING WS-LINE-PARM DELIMITED BY ALL SPACE
               INTO WS-LINE-STREAM, WS-LINE-STEP, WS-LINE-EXEC,
                    WS-LINE-COMPLETION
           END-UNSTRING
           IF WS-LINE-STREAM (8 : ) NOT = WS-STREAM-DSN
              OR WS-LINE-STEP (1 : 5) NOT = 'STEP='
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-STEP (6 : ) TO WS-FIND-STEP
           PERFORM 080-FIND-STEP
           IF WS-FOUND-SUB = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-LINE-EVENT = 'STEPSTART'
                   MOVE SPACE TO JRN-STATE (WS-FOUND-SUB)
                   MOVE 0 TO JRN-RC (WS-FOUND-SUB)
               WHEN WS-LINE-EVENT NOT = 'STEPEND'
                   CONTINUE
               WHEN WS-LINE-COMPLETION = 'COMPLETION=ABENDED'
                   MOVE 'A' TO JRN-STATE (WS-FOUND-SUB)
                   MOVE 0 TO JRN-RC (WS-FOUND-SUB)
               WHEN OTHER
                   MOVE 'R' TO JRN-STATE (WS-FOUND-SUB)
                   MOVE SPACES TO WS-NUMBER-TEXT
                   MOVE TRIM (WS-LINE-RC-X) TO WS-NUMBER-TEXT
                   INSPECT WS-NUMBER-TEXT REPLACING LEADING SPACE BY '0'
                   IF WS-NUMBER-DIGITS NUMERIC
                       MOVE WS-NUMBER-DIGITS TO JRN-RC (WS-FOUND-SUB)
                   ELSE
                       MOVE 0 TO JRN-RC (WS-FOUND-SUB)
                   END-IF
           END-EVALUATE
           .
       060-OPEN-REPORT.
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'BATCHRUN: UNABLE TO OPEN ' WS-REPORT-DSN
                           ' - FILE STATUS ' WS-REPORT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO WS-HIGHEST-RC
                   PERFORM 990-END-RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           .
       080-FIND-STEP.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                     UNTIL WS-PRIOR-SUB > WS-STEP-COUNT
                        OR WS-FOUND-SUB > 0
               IF STP-NAME (WS-PRIOR-SUB) = WS-FIND-STEP
                   MOVE WS-PRIOR-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           .
       090-DEFINITION-ERROR.
           ADD 1 TO WS-DEFINITION-ERRORS
           MOVE WS-LINES-READ TO WS-EDIT-COUNT
           DISPLAY 'BATCHRUN: ' TRIM (WS-STREAM-DSN) ' LINE '
                   TRIM (WS-EDIT-COUNT) ' - ' TRIM (WS-ERROR-TEXT)
                   UPON SYSERR
           .
      *****************************************************************
      ** 100-DECIDE-STEP - THE JCL RULES: AFTER AN ABEND ONLY EVEN   **
      ** AND ONLY STEPS ARE CONSIDERED; AN ONLY STEP NEEDS AN ABEND; **
      ** THEN ANY TRUE TEST BYPASSES THE STEP. A TEST IS MADE ONLY   **
      ** AGAINST A STEP THAT HAS A RETURN CODE - ONE THAT RAN (NOW   **
      ** OR, ON A RESTART, BEFORE).                                  **
      *****************************************************************
       100-DECIDE-STEP.
           MOVE 'N' TO WS-BYPASS-SW
           MOVE 'N' TO WS-PRIOR-ABEND-SW
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                     UNTIL WS-PRIOR-SUB >= WS-STEP-SUB
               IF STP-ABEND-SEEN (WS-PRIOR-SUB)
                   MOVE 'Y' TO WS-PRIOR-ABEND-SW
               END-IF
           END-PERFORM
           IF WS-PRIOR-ABEND-SW = 'Y'
              AND STP-EVEN-SW (WS-STEP-SUB) = 'N'
              AND STP-ONLY-SW (WS-STEP-SUB) = 'N'
               MOVE 'Y' TO WS-BYPASS-SW
               MOVE 'AN EARLIER STEP ABENDED' TO STP-WHY (WS-STEP-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-PRIOR-ABEND-SW = 'N'
              AND STP-ONLY-SW (WS-STEP-SUB) = 'Y'
               MOVE 'Y' TO WS-BYPASS-SW
               MOVE 'COND=ONLY AND NO EARLIER STEP ABENDED'
                 TO STP-WHY (WS-STEP-SUB)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TEST-SUB FROM 1 BY 1
                     UNTIL WS-TEST-SUB > STP-TEST-COUNT (WS-STEP-SUB)
                        OR WS-BYPASS-SW = 'Y'
               IF TST-STEP-SUB (WS-STEP-SUB, WS-TEST-SUB) > 0
                   MOVE TST-STEP-SUB (WS-STEP-SUB, WS-TEST-SUB)
                     TO WS-PRIOR-SUB
                   PERFORM 110-APPLY-TEST
               ELSE
                   PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                             UNTIL WS-PRIOR-SUB >= WS-STEP-SUB
                                OR WS-BYPASS-SW = 'Y'
                       PERFORM 110-APPLY-TEST
                   END-PERFORM
               END-IF
           END-PERFORM
           .
      *
      * ONE TEST AGAINST STEP WS-PRIOR-SUB - "CODE OP RC" TRUE MEANS
      * BYPASS.
      *
       110-APPLY-TEST.
           IF NOT STP-HAS-RC (WS-PRIOR-SUB)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TEST-TRUE-SW
           EVALUATE TST-OP (WS-STEP-SUB, WS-TEST-SUB)
               WHEN 'GT'
                   IF TST-CODE (WS-STEP-SUB, WS-TEST-SUB)
                      > STP-RC (WS-PRIOR-SUB)
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
               WHEN 'GE'
                   IF TST-CODE (WS-STEP-SUB, WS-TEST-SUB)
                      >= STP-RC (WS-PRIOR-SUB)
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
               WHEN 'EQ'
                   IF TST-CODE (WS-STEP-SUB, WS-TEST-SUB)
                      = STP-RC (WS-PRIOR-SUB)
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
               WHEN 'NE'
                   IF TST-CODE (WS-STEP-SUB, WS-TEST-SUB)
                      NOT = STP-RC (WS-PRIOR-SUB)
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
               WHEN 'LT'
                   IF TST-CODE (WS-STEP-SUB, WS-TEST-SUB)
                      < STP-RC (WS-PRIOR-SUB)
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
               WHEN 'LE'
                   IF TST-CODE (WS-STEP-SUB, WS-TEST-SUB)
                      <= STP-RC (WS-PRIOR-SUB)
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
           END-EVALUATE
           IF WS-TEST-TRUE-SW = 'Y'
               MOVE 'Y' TO WS-BYPASS-SW
               MOVE TST-CODE (WS-STEP-SUB, WS-TEST-SUB) TO WS-EDIT-RC
               MOVE SPACES TO STP-WHY (WS-STEP-SUB)
               STRING 'COND (' TRIM (WS-EDIT-RC) ','
                      TST-OP (WS-STEP-SUB, WS-TEST-SUB) ','
                      TRIM (STP-NAME (WS-PRIOR-SUB)) ') IS TRUE'
                      DELIMITED BY SIZE
                   INTO STP-WHY (WS-STEP-SUB)
               END-STRING
           END-IF
           .
      *****************************************************************
      ** 200-RUN-STEP - JOURNAL THE STEP, RUN ITS PROGRAM AS A       **
      ** PROCESS OF ITS OWN, AND READ THE WAIT STATUS: AN EXIT CODE  **
      ** IS THE STEP'S RETURN CODE; A SIGNAL (OR THE SHELL'S 128+N   **
      ** REPORT OF ONE), OR THE SHELL'S "CANNOT EXECUTE"/"NOT FOUND" **
      ** CODES (126/127), IS AN ABEND.                               **
      *****************************************************************
       200-RUN-STEP.
           INITIALIZE STEP-JOURNAL-CONTROL
      *
      *    A STEP LINE ONLY - THE STEP'S NEW GENERATIONS ARE CATALOGED
      *    BY THE STEP ITSELF, AND BATCHRUN'S OWN AT ITS OWN END.
      *
           SET RJ-STEP-LINE OF STEP-JOURNAL-CONTROL TO TRUE
           MOVE SPACES TO RJ-PARM OF STEP-JOURNAL-CONTROL
           STRING 'STREAM=' TRIM (WS-STREAM-DSN)
                  ' STEP=' TRIM (STP-NAME (WS-STEP-SUB))
                  ' EXEC=' TRIM (STP-PROGRAM (WS-STEP-SUB))
                  ' ' TRIM (STP-PARM (WS-STEP-SUB))
                  DELIMITED BY SIZE
               INTO RJ-PARM OF STEP-JOURNAL-CONTROL
           END-STRING
           SET RJ-EVENT-START OF STEP-JOURNAL-CONTROL TO TRUE
           CALL 'RUNJRNL' USING STEP-JOURNAL-CONTROL
           END-CALL
           MOVE SPACES TO WS-COMMAND
           IF STP-PARM (WS-STEP-SUB) = SPACES
               STRING TRIM (WS-EXEC-PREFIX)
                      TRIM (STP-PROGRAM (WS-STEP-SUB))
                      DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           ELSE
               STRING TRIM (WS-EXEC-PREFIX)
                      TRIM (STP-PROGRAM (WS-STEP-SUB))
                      ' ''' TRIM (STP-PARM (WS-STEP-SUB)) ''''
                      DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BATCHRUN: STEP ' TRIM (STP-NAME (WS-STEP-SUB))
                  ' - ' TRIM (STP-PROGRAM (WS-STEP-SUB))
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           DISPLAY TRIM (WS-REPORT-LINE) UPON SYSERR
           MOVE 0 TO WS-WAIT-STATUS
           CALL 'SYSTEM' USING WS-COMMAND
               RETURNING WS-WAIT-STATUS
           END-CALL
           ADD 1 TO WS-STEPS-RUN
           DIVIDE WS-WAIT-STATUS BY 256 GIVING WS-EXIT-CODE
               REMAINDER WS-SIGNAL
           EVALUATE TRUE
               WHEN WS-WAIT-STATUS < 0
                   SET STP-ABENDED (WS-STEP-SUB) TO TRUE
                   MOVE 'THE STEP COULD NOT BE STARTED'
                     TO STP-WHY (WS-STEP-SUB)
               WHEN WS-SIGNAL NOT = 0
                   SET STP-ABENDED (WS-STEP-SUB) TO TRUE
                   MOVE WS-SIGNAL TO WS-EDIT-RC
                   MOVE SPACES TO STP-WHY (WS-STEP-SUB)
                   STRING 'ENDED ON SIGNAL ' TRIM (WS-EDIT-RC)
                          DELIMITED BY SIZE
                       INTO STP-WHY (WS-STEP-SUB)
                   END-STRING
               WHEN WS-EXIT-CODE = 126 OR WS-EXIT-CODE = 127
                   SET STP-ABENDED (WS-STEP-SUB) TO TRUE
                   MOVE 'PROGRAM NOT FOUND OR NOT EXECUTABLE'
                     TO STP-WHY (WS-STEP-SUB)
               WHEN WS-EXIT-CODE > 128
                   SET STP-ABENDED (WS-STEP-SUB) TO TRUE
                   COMPUTE WS-EDIT-RC = WS-EXIT-CODE - 128
                   MOVE SPACES TO STP-WHY (WS-STEP-SUB)
                   STRING 'ENDED ON SIGNAL ' TRIM (WS-EDIT-RC)
                          DELIMITED BY SIZE
                       INTO STP-WHY (WS-STEP-SUB)
                   END-STRING
               WHEN OTHER
                   SET STP-RAN (WS-STEP-SUB) TO TRUE
                   MOVE WS-EXIT-CODE TO STP-RC (WS-STEP-SUB)
                   IF WS-EXIT-CODE > WS-HIGHEST-RC
                       MOVE WS-EXIT-CODE TO WS-HIGHEST-RC
                   END-IF
           END-EVALUATE
           MOVE SPACES TO RJ-PARM OF STEP-JOURNAL-CONTROL
           IF STP-ABENDED (WS-STEP-SUB)
               ADD 1 TO WS-STEPS-ABENDED
               MOVE 16 TO RJ-RETURN-CODE OF STEP-JOURNAL-CONTROL
               STRING 'STREAM=' TRIM (WS-STREAM-DSN)
                      ' STEP=' TRIM (STP-NAME (WS-STEP-SUB))
                      ' EXEC=' TRIM (STP-PROGRAM (WS-STEP-SUB))
                      ' COMPLETION=ABENDED'
                      DELIMITED BY SIZE
                   INTO RJ-PARM OF STEP-JOURNAL-CONTROL
               END-STRING
           ELSE
               MOVE STP-RC (WS-STEP-SUB)
                 TO RJ-RETURN-CODE OF STEP-JOURNAL-CONTROL
               STRING 'STREAM=' TRIM (WS-STREAM-DSN)
                      ' STEP=' TRIM (STP-NAME (WS-STEP-SUB))
                      ' EXEC=' TRIM (STP-PROGRAM (WS-STEP-SUB))
                      ' COMPLETION=NORMAL'
                      DELIMITED BY SIZE
                   INTO RJ-PARM OF STEP-JOURNAL-CONTROL
               END-STRING
           END-IF
           MOVE 0 TO RJ-RECORDS-READ OF STEP-JOURNAL-CONTROL
           MOVE 0 TO RJ-RECORDS-WRITTEN OF STEP-JOURNAL-CONTROL
           SET RJ-EVENT-END OF STEP-JOURNAL-CONTROL TO TRUE
           CALL 'RUNJRNL' USING STEP-JOURNAL-CONTROL
           END-CALL
           .
      *****************************************************************
      ** 800-PRINT-REPORT - ONE LINE PER STEP: NAME, PROGRAM, RETURN **
      ** CODE AND HOW IT COMPLETED, THEN THE STREAM'S HIGHEST CODE.  **
      *****************************************************************
       800-PRINT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BATCHRUN COMPLETION REPORT FOR JOB STREAM '
                  TRIM (WS-STREAM-DSN)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-RESTART-STEP NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RESTARTED AT STEP ' TRIM (WS-RESTART-STEP)
                      ' - EARLIER RESULTS FROM ' TRIM (WS-JOURNAL-DSN)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'STEP' TO WS-REPORT-LINE (1 : 4)
           MOVE 'PROGRAM' TO WS-REPORT-LINE (18 : 7)
           MOVE '  RC' TO WS-REPORT-LINE (49 : 4)
           MOVE 'COMPLETION' TO WS-REPORT-LINE (55 : 10)
           PERFORM 900-EMIT-REPORT-LINE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                     UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM 810-PRINT-STEP-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-STEPS-RUN TO WS-EDIT-COUNT
           STRING 'STEPS RUN: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-STEPS-BYPASSED TO WS-EDIT-COUNT
           STRING '   BYPASSED: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (25 : )
           END-STRING
           MOVE WS-STEPS-ABENDED TO WS-EDIT-COUNT
           STRING '   ABENDED: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (50 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-HIGHEST-RC TO WS-EDIT-RC
           IF WS-STEPS-ABENDED > 0
               MOVE 16 TO WS-EDIT-RC
           END-IF
           STRING 'HIGHEST RETURN CODE: ' TRIM (WS-EDIT-RC)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           .
       810-PRINT-STEP-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE STP-NAME (WS-STEP-SUB) TO WS-REPORT-LINE (1 : 16)
           MOVE STP-PROGRAM (WS-STEP-SUB) TO WS-REPORT-LINE (18 : 30)
           IF STP-HAS-RC (WS-STEP-SUB)
               MOVE STP-RC (WS-STEP-SUB) TO WS-EDIT-RC
               MOVE WS-EDIT-RC TO WS-REPORT-LINE (49 : 4)
           END-IF
           EVALUATE TRUE
               WHEN STP-RAN (WS-STEP-SUB)
                   MOVE 'COMPLETED' TO WS-REPORT-LINE (55 : )
               WHEN STP-ABENDED (WS-STEP-SUB)
                   STRING 'ABENDED - ' TRIM (STP-WHY (WS-STEP-SUB))
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE (55 : )
                   END-STRING
               WHEN STP-BYPASSED (WS-STEP-SUB)
                   STRING 'BYPASSED - ' TRIM (STP-WHY (WS-STEP-SUB))
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE (55 : )
                   END-STRING
               WHEN STP-CARRIED (WS-STEP-SUB)
                   MOVE 'NOT RERUN - COMPLETED EARLIER'
                     TO WS-REPORT-LINE (55 : )
               WHEN STP-CARRIED-ABEND (WS-STEP-SUB)
                   MOVE 'NOT RERUN - ABENDED EARLIER'
                     TO WS-REPORT-LINE (55 : )
               WHEN STP-NOT-IN-JOURNAL (WS-STEP-SUB)
                   MOVE 'NOT RERUN - NO RESULT IN THE JOURNAL'
                     TO WS-REPORT-LINE (55 : )
               WHEN OTHER
                   MOVE 'NOT REACHED' TO WS-REPORT-LINE (55 : )
           END-EVALUATE
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
      *****************************************************************
      ** 990-END-RUN - JOURNAL THE STREAM'S END WITH ITS FINAL CODE  **
      ** AND STOP. RUNJRNL EXITS WITH RJ-RETURN-CODE, SO THE CODE    **
      ** SURVIVES THE CALL.                                          **
      *****************************************************************
       990-END-RUN.
           MOVE WS-LINES-READ TO RJ-RECORDS-READ OF RUN-JOURNAL-CONTROL
           MOVE WS-STEPS-RUN
             TO RJ-RECORDS-WRITTEN OF RUN-JOURNAL-CONTROL
           MOVE WS-HIGHEST-RC TO RETURN-CODE
           MOVE RETURN-CODE TO RJ-RETURN-CODE OF RUN-JOURNAL-CONTROL
           SET RJ-EVENT-END OF RUN-JOURNAL-CONTROL TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           STOP RUN
           .
