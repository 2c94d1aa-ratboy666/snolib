       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNJRNLMON.
      *****************************************************************
      ** EXPECTED-RUN SCHEDULE MONITOR OVER THE RUN JOURNAL RUNJRNL  **
      ** WRITES. RUNJRNLRPT SAYS HOW LONG THE RUNS THAT HAPPENED      **
      ** TOOK; THIS SAYS WHICH RUNS SHOULD HAVE HAPPENED AND DIDN'T, **
      ** OR DIDN'T HAPPEN RIGHT - SO A MISSED FILEGATE RUN IS CAUGHT **
      ** ON THE MORNING CHECKLIST, NOT WHEN A USER PHONES.           **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO FOUR COMMA-  **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   SCHEDULE-DSN,RUN-DATE,JOURNAL-DSN,REPORT-DSN              **
      **                                                             **
      **   SCHEDULE-DSN - REQUIRED. THE EXPECTED-RUN SCHEDULE.       **
      **   RUN-DATE     - OPTIONAL. THE DAY TO CHECK, YYYYMMDD.      **
      **                  DEFAULTS TO TODAY.                         **
      **   JOURNAL-DSN  - OPTIONAL. THE JOURNAL TO READ. DEFAULTS    **
      **                  THE SAME WAY RUNJRNL NAMES IT: THE         **
      **                  RUNJRNL_JOURNAL ENVIRONMENT VARIABLE, THEN **
      **                  "RUNJRNL.JOURNAL".                         **
      **   REPORT-DSN   - OPTIONAL. WHERE TO WRITE THE REPORT.       **
      **                  DEFAULTS TO SYSERR ONLY, THE FILEPROF      **
      **                  CONVENTION.                                **
      **                                                             **
      ** THE SCHEDULE HAS ONE LINE PER PROGRAM (UP TO 64); A LINE    **
      ** STARTING WITH '*' IS A COMMENT:                             **
      **                                                             **
      **   PROGRAM,DAYS,LATEST-END,MAX-RC                            **
      **                                                             **
      **   PROGRAM    - THE PROGRAM-ID AS THE JOURNAL NAMES IT.      **
      **   DAYS       - DAILY, WEEKDAYS, WEEKENDS, OR DAYS JOINED    **
      **                BY '+' (MON+WED+FRI).                        **
      **   LATEST-END - OPTIONAL. HH:MM - THE RUN MUST HAVE ENDED    **
      **                BY THEN ON THE RUN DATE; +HH:MM MEANS THAT   **
      **                TIME THE FOLLOWING MORNING, FOR A NIGHT RUN  **
      **                THAT CROSSES MIDNIGHT. BLANK - NO DEADLINE.  **
      **   MAX-RC     - OPTIONAL. THE HIGHEST ACCEPTABLE RETURN      **
      **                CODE. DEFAULTS TO 4.                         **
      **                                                             **
      ** A RUN BELONGS TO THE DAY ITS START LINE IS STAMPED; ITS END **
      ** LINE MAY FALL ON THE NEXT DAY. WHEN A PROGRAM RAN MORE THAN **
      ** ONCE THAT DAY, ITS LAST RUN IS THE ONE JUDGED (A RERUN THAT **
      ** WORKED CLEARS AN EARLIER FAILURE) AND THE RUN COUNT IS      **
      ** SHOWN. EACH EXPECTED RUN IS REPORTED AS ONE OF:             **
      **                                                             **
      **   OK       - STARTED, ENDED IN TIME, RC WITHIN MAX-RC.      **
      **   MISSED   - NO START LINE ON THE RUN DATE.                 **
      **   NO END   - STARTED, BUT NO END LINE (IT DIED, OR IS       **
      **              STILL RUNNING).                                **
      **   LATE     - ENDED AFTER LATEST-END.                        **
      **   FAILED   - ENDED WITH AN RC ABOVE MAX-RC (A LATE RUN THAT **
      **              ALSO FAILED IS REPORTED FAILED, AND LATE).     **
      **                                                             **
      ** RETURN-CODE 0 WHEN EVERY EXPECTED RUN IS OK, 4 WHEN THE     **
      ** ONLY EXCEPTIONS ARE LATE RUNS, 8 WHEN ANY RUN WAS MISSED,   **
      ** HAS NO END OR FAILED, AND 16 ON A PARM, SCHEDULE OR FILE    **
      ** FAILURE.                                                    **
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
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-SCHEDULE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD            PIC X(132).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD             PIC X(360).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-SCHEDULE-DSN         PIC X(64)  VALUE SPACES.
           05 WS-PARM-RUN-DATE        PIC X(8)   VALUE SPACES.
           05 WS-PARM-JOURNAL         PIC X(64)  VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.

       01  WS-JOURNAL-DSN             PIC X(64)  VALUE SPACES.

       01  WS-SCHEDULE-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

       01  SCHEDULE-EOF-SW            PIC X(1)   VALUE 'N'.
           88 SCHEDULE-EOF                       VALUE 'Y'.
       01  JOURNAL-EOF-SW             PIC X(1)   VALUE 'N'.
           88 JOURNAL-EOF                        VALUE 'Y'.

      *
      *    THE DAY BEING CHECKED AND THE DAY AFTER (FOR END LINES AND
      *    +HH:MM DEADLINES), AS YYYYMMDD AND AS THE JOURNAL'S
      *    YYYY-MM-DD, AND ITS DAY OF THE WEEK.
      *
       01  WS-RUN-DATE                PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE-X              REDEFINES WS-RUN-DATE
                                      PIC X(8).
       01  WS-NEXT-DATE               PIC 9(8)   VALUE 0.
       01  WS-NEXT-DATE-X             REDEFINES WS-NEXT-DATE
                                      PIC X(8).
       01  WS-RUN-DAY-STAMP           PIC X(10)  VALUE SPACES.
       01  WS-NEXT-DAY-STAMP          PIC X(10)  VALUE SPACES.
       01  WS-DAY-NUMBER              USAGE BINARY-LONG VALUE 0.
       01  WS-WEEKDAY                 USAGE BINARY-LONG VALUE 0.
       01  WS-DAY-NAMES               PIC X(21)
                                      VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-FULL-NAMES.
           05 FILLER                  PIC X(9)   VALUE 'MONDAY'.
           05 FILLER                  PIC X(9)   VALUE 'TUESDAY'.
           05 FILLER                  PIC X(9)   VALUE 'WEDNESDAY'.
           05 FILLER                  PIC X(9)   VALUE 'THURSDAY'.
           05 FILLER                  PIC X(9)   VALUE 'FRIDAY'.
           05 FILLER                  PIC X(9)   VALUE 'SATURDAY'.
           05 FILLER                  PIC X(9)   VALUE 'SUNDAY'.
       01  WS-DAY-FULL-TABLE          REDEFINES WS-DAY-FULL-NAMES.
           05 WS-DAY-FULL-NAME        PIC X(9)   OCCURS 7 TIMES.

      *
      *    THE SCHEDULE, WITH WHAT THE JOURNAL SAID ABOUT EACH
      *    PROGRAM'S LAST RUN ON THE DAY.
      *
       01  WS-SCHED-TABLE.
           05 WS-SCHED-COUNT   COMP-5 PIC 9(4)   VALUE 0.
           05 WS-SCHED-ENTRY OCCURS 64 TIMES.
              10 SCH-PROGRAM          PIC X(30).
              10 SCH-DAYS             PIC X(40).
              10 SCH-DAY-SW           PIC X(1)   OCCURS 7 TIMES.
              10 SCH-DEADLINE-GIVEN   PIC X(1).
              10 SCH-DEADLINE         PIC X(16).
              10 SCH-DEADLINE-TEXT    PIC X(6).
              10 SCH-MAX-RC           PIC 9(4).
              10 SCH-EXPECTED-SW      PIC X(1).
              10 SCH-RUNS             PIC 9(4).
              10 SCH-OPEN-SW          PIC X(1).
              10 SCH-START-STAMP      PIC X(19).
              10 SCH-END-STAMP        PIC X(19).
              10 SCH-RC               PIC 9(4).

       01  WS-SCHED-SUB        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-DAY-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-LINES-READ              PIC 9(9)   VALUE 0.
       01  WS-SCHEDULE-ERRORS         PIC 9(9)   VALUE 0.
       01  WS-ERROR-TEXT              PIC X(80)  VALUE SPACES.

      *
      *    ONE SCHEDULE LINE, SPLIT.
      *
       01  WS-FLD-PROGRAM             PIC X(40)  VALUE SPACES.
       01  WS-FLD-DAYS                PIC X(60)  VALUE SPACES.
       01  WS-FLD-DEADLINE            PIC X(10)  VALUE SPACES.
       01  WS-FLD-MAX-RC              PIC X(10)  VALUE SPACES.
       01  WS-DAY-TOKEN               PIC X(12)  VALUE SPACES.
       01  WS-DAY-PTR          COMP-5 PIC 9(4)   VALUE 1.
       01  WS-DAY-FOUND-SW            PIC X(1)   VALUE 'N'.
       01  WS-DEADLINE-HHMM           PIC X(5)   VALUE SPACES.
       01  WS-DEADLINE-HH             PIC X(2)   VALUE SPACES.
       01  WS-DEADLINE-MM             PIC X(2)   VALUE SPACES.
       01  WS-NUMBER-TEXT             PIC X(4)   JUSTIFIED RIGHT
                                                 VALUE SPACES.
       01  WS-NUMBER-DIGITS           REDEFINES WS-NUMBER-TEXT
                                      PIC 9(4).

      *
      *    ONE JOURNAL LINE, SPLIT THE WAY RUNJRNLRPT SPLITS IT.
      *
       01  WS-LINE-STAMP              PIC X(19)  VALUE SPACES.
       01  WS-TOKEN                   PIC X(64)  VALUE SPACES.
       01  WS-TOKEN-KEY               PIC X(16)  VALUE SPACES.
       01  WS-TOKEN-VALUE             PIC X(48)  VALUE SPACES.
       01  WS-TOKEN-PTR        COMP-5 PIC 9(4)   VALUE 1.
       01  WS-LINE-PROGRAM            PIC X(30)  VALUE SPACES.
       01  WS-LINE-EVENT              PIC X(8)   VALUE SPACES.
       01  WS-LINE-RC-X               PIC X(4)   VALUE SPACES.

       01  WS-EXPECTED-COUNT          PIC 9(9)   VALUE 0.
       01  WS-OK-COUNT                PIC 9(9)   VALUE 0.
       01  WS-MISSED-COUNT            PIC 9(9)   VALUE 0.
       01  WS-NO-END-COUNT            PIC 9(9)   VALUE 0.
       01  WS-LATE-COUNT              PIC 9(9)   VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(9)   VALUE 0.
       01  WS-LATE-SW                 PIC X(1)   VALUE 'N'.
       01  WS-FAILED-SW               PIC X(1)   VALUE 'N'.

       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-EDIT-RC                 PIC Z(3)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.
       01  WS-LINE-PTR         COMP-5 PIC 9(4)   VALUE 1.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-RUNJRNLMON.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 020-LOAD-SCHEDULE
           IF WS-SCHEDULE-ERRORS > 0
               MOVE WS-SCHEDULE-ERRORS TO WS-EDIT-COUNT
               DISPLAY 'RUNJRNLMON: ' TRIM (WS-EDIT-COUNT)
                       ' ERROR(S) IN ' TRIM (WS-SCHEDULE-DSN)
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               PERFORM 990-END-RUN
           END-IF
           PERFORM 040-OPEN-FILES
           PERFORM 100-READ-JOURNAL
           CLOSE JOURNAL-FILE
           PERFORM 800-PRINT-REPORT
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-MISSED-COUNT > 0
                 OR WS-NO-END-COUNT > 0
                 OR WS-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LATE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 990-END-RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS FOUR COMMA-DELIMITED FIELDS, AND WORK OUT **
      ** THE DAY TO CHECK, THE DAY AFTER IT AND ITS DAY OF THE WEEK.  **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-SCHEDULE-DSN, WS-PARM-RUN-DATE,
                    WS-PARM-JOURNAL, WS-REPORT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-SCHEDULE-DSN = SPACES
               DISPLAY 'RUNJRNLMON: PARM MUST BE SCHEDULE-DSN,'
                       'RUN-DATE,JOURNAL-DSN,REPORT-DSN' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-PARM-RUN-DATE NOT NUMERIC
                   DISPLAY 'RUNJRNLMON: RUN-DATE MUST BE YYYYMMDD'
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-RUN-DATE) NOT = 0
               DISPLAY 'RUNJRNLMON: RUN-DATE ' WS-RUN-DATE-X
                       ' IS NOT A VALID DATE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE INTEGER-OF-DATE (WS-RUN-DATE) TO WS-DAY-NUMBER
           MOVE DATE-OF-INTEGER (WS-DAY-NUMBER + 1) TO WS-NEXT-DATE
      *
      *    DAY 1 OF THE INTEGER DATE COUNT, 1601-01-01, WAS A MONDAY.
      *
           COMPUTE WS-WEEKDAY = MOD (WS-DAY-NUMBER - 1, 7) + 1
           STRING WS-RUN-DATE-X (1 : 4) '-' WS-RUN-DATE-X (5 : 2) '-'
                  WS-RUN-DATE-X (7 : 2)
                  DELIMITED BY SIZE
               INTO WS-RUN-DAY-STAMP
           END-STRING
           STRING WS-NEXT-DATE-X (1 : 4) '-' WS-NEXT-DATE-X (5 : 2)
                  '-' WS-NEXT-DATE-X (7 : 2)
                  DELIMITED BY SIZE
               INTO WS-NEXT-DAY-STAMP
           END-STRING
           IF WS-PARM-JOURNAL NOT = SPACES
               MOVE WS-PARM-JOURNAL TO WS-JOURNAL-DSN
           ELSE
               ACCEPT WS-JOURNAL-DSN
                   FROM ENVIRONMENT 'RUNJRNL_JOURNAL'
                   ON EXCEPTION
                       MOVE SPACES TO WS-JOURNAL-DSN
               END-ACCEPT
               IF WS-JOURNAL-DSN = SPACES
                   MOVE 'RUNJRNL.JOURNAL' TO WS-JOURNAL-DSN
               END-IF
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
           MOVE WS-SCHEDULE-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-SCHEDULE-DSN
           MOVE WS-PARM-JOURNAL TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-JOURNAL
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'RUNJRNLMON: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 020-LOAD-SCHEDULE - READ AND CHECK EVERY SCHEDULE LINE.      **
      ** EVERY ERROR IS REPORTED, NOT JUST THE FIRST.                 **
      *****************************************************************
       020-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS NOT = '00'
               DISPLAY 'RUNJRNLMON: UNABLE TO OPEN ' WS-SCHEDULE-DSN
                       ' - FILE STATUS ' WS-SCHEDULE-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               PERFORM 990-END-RUN
           END-IF
           INITIALIZE WS-SCHED-TABLE
           MOVE 'N' TO SCHEDULE-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL SCHEDULE-EOF
               READ SCHEDULE-FILE
                   AT END SET SCHEDULE-EOF TO TRUE
               END-READ
               IF NOT SCHEDULE-EOF
                   ADD 1 TO WS-LINES-READ
                   IF SCHEDULE-RECORD NOT = SPACES
                      AND SCHEDULE-RECORD (1 : 1) NOT = '*'
                       PERFORM 030-PARSE-SCHEDULE-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SCHEDULE-FILE
           .
       030-PARSE-SCHEDULE-LINE.
           IF WS-SCHED-COUNT >= 64
               MOVE 'MORE THAN 64 SCHEDULE ENTRIES' TO WS-ERROR-TEXT
               PERFORM 090-SCHEDULE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-PROGRAM, WS-FLD-DAYS,
                          WS-FLD-DEADLINE, WS-FLD-MAX-RC
           UNSTRING SCHEDULE-RECORD DELIMITED BY ','
               INTO WS-FLD-PROGRAM, WS-FLD-DAYS, WS-FLD-DEADLINE,
                    WS-FLD-MAX-RC
           END-UNSTRING
           MOVE UPPER-CASE (TRIM (WS-FLD-PROGRAM)) TO WS-FLD-PROGRAM
           MOVE UPPER-CASE (TRIM (WS-FLD-DAYS)) TO WS-FLD-DAYS
           MOVE TRIM (WS-FLD-DEADLINE) TO WS-FLD-DEADLINE
           MOVE TRIM (WS-FLD-MAX-RC) TO WS-FLD-MAX-RC
           IF WS-FLD-PROGRAM = SPACES
              OR WS-FLD-PROGRAM (31 : ) NOT = SPACES
               MOVE 'PROGRAM IS MISSING OR LONGER THAN 30 CHARACTERS'
                 TO WS-ERROR-TEXT
               PERFORM 090-SCHEDULE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCHED-COUNT
           MOVE WS-SCHED-COUNT TO WS-SCHED-SUB
           MOVE WS-FLD-PROGRAM TO SCH-PROGRAM (WS-SCHED-SUB)
           MOVE WS-FLD-DAYS TO SCH-DAYS (WS-SCHED-SUB)
           PERFORM 032-PARSE-DAYS
           PERFORM 034-PARSE-DEADLINE
           MOVE 4 TO SCH-MAX-RC (WS-SCHED-SUB)
           IF WS-FLD-MAX-RC NOT = SPACES
               MOVE SPACES TO WS-NUMBER-TEXT
               IF WS-FLD-MAX-RC (5 : ) = SPACES
                   MOVE TRIM (WS-FLD-MAX-RC) TO WS-NUMBER-TEXT
                   INSPECT WS-NUMBER-TEXT
                       REPLACING LEADING SPACE BY '0'
               END-IF
               IF WS-NUMBER-TEXT = SPACES
                  OR WS-NUMBER-DIGITS NOT NUMERIC
                   MOVE 'MAX-RC MUST BE A NUMBER 0-9999'
                     TO WS-ERROR-TEXT
                   PERFORM 090-SCHEDULE-ERROR
               ELSE
                   MOVE WS-NUMBER-DIGITS TO SCH-MAX-RC (WS-SCHED-SUB)
               END-IF
           END-IF
           MOVE 'N' TO SCH-EXPECTED-SW (WS-SCHED-SUB)
           IF SCH-DAY-SW (WS-SCHED-SUB, WS-WEEKDAY) = 'Y'
               MOVE 'Y' TO SCH-EXPECTED-SW (WS-SCHED-SUB)
           END-IF
           .
       032-PARSE-DAYS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                     UNTIL WS-DAY-SUB > 7
               MOVE 'N' TO SCH-DAY-SW (WS-SCHED-SUB, WS-DAY-SUB)
           END-PERFORM
           EVALUATE WS-FLD-DAYS
               WHEN 'DAILY'
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                             UNTIL WS-DAY-SUB > 7
                       MOVE 'Y' TO SCH-DAY-SW (WS-SCHED-SUB, WS-DAY-SUB)
                   END-PERFORM
                   EXIT PARAGRAPH
               WHEN 'WEEKDAYS'
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                             UNTIL WS-DAY-SUB > 5
                       MOVE 'Y' TO SCH-DAY-SW (WS-SCHED-SUB, WS-DAY-SUB)
                   END-PERFORM
                   EXIT PARAGRAPH
               WHEN 'WEEKENDS'
                   MOVE 'Y' TO SCH-DAY-SW (WS-SCHED-SUB, 6)
                   MOVE 'Y' TO SCH-DAY-SW (WS-SCHED-SUB, 7)
                   EXIT PARAGRAPH
               WHEN SPACES
                   MOVE 'DAYS IS MISSING' TO WS-ERROR-TEXT
                   PERFORM 090-SCHEDULE-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 1 TO WS-DAY-PTR
           PERFORM WITH TEST BEFORE UNTIL WS-DAY-PTR > 60
               MOVE SPACES TO WS-DAY-TOKEN
               UNSTRING WS-FLD-DAYS DELIMITED BY '+'
                   INTO WS-DAY-TOKEN
                   WITH POINTER WS-DAY-PTR
               END-UNSTRING
               MOVE TRIM (WS-DAY-TOKEN) TO WS-DAY-TOKEN
               IF WS-DAY-TOKEN = SPACES
                   EXIT PERFORM
               END-IF
               MOVE 'N' TO WS-DAY-FOUND-SW
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                         UNTIL WS-DAY-SUB > 7
                   IF WS-DAY-TOKEN =
                      WS-DAY-NAMES ((WS-DAY-SUB - 1) * 3 + 1 : 3)
                       MOVE 'Y' TO SCH-DAY-SW (WS-SCHED-SUB, WS-DAY-SUB)
                       MOVE 'Y' TO WS-DAY-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-DAY-FOUND-SW = 'N'
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'DAY ' TRIM (WS-DAY-TOKEN)
                          ' IS NOT MON TUE WED THU FRI SAT OR SUN'
                          DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   END-STRING
                   PERFORM 090-SCHEDULE-ERROR
               END-IF
           END-PERFORM
           .
      *
      * HH:MM OR +HH:MM BECOMES THE JOURNAL STAMP "YYYY-MM-DD HH:MM"
      * IT IS COMPARED AGAINST - AN END STAMPED IN A LATER MINUTE IS
      * LATE.
      *
       034-PARSE-DEADLINE.
           MOVE 'N' TO SCH-DEADLINE-GIVEN (WS-SCHED-SUB)
           MOVE SPACES TO SCH-DEADLINE (WS-SCHED-SUB)
           MOVE WS-FLD-DEADLINE TO SCH-DEADLINE-TEXT (WS-SCHED-SUB)
           IF WS-FLD-DEADLINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD-DEADLINE (1 : 1) = '+'
               MOVE WS-FLD-DEADLINE (2 : 5) TO WS-DEADLINE-HHMM
           ELSE
               MOVE WS-FLD-DEADLINE (1 : 5) TO WS-DEADLINE-HHMM
           END-IF
           MOVE WS-DEADLINE-HHMM (1 : 2) TO WS-DEADLINE-HH
           MOVE WS-DEADLINE-HHMM (4 : 2) TO WS-DEADLINE-MM
           IF WS-DEADLINE-HHMM (3 : 1) NOT = ':'
              OR WS-DEADLINE-HH NOT NUMERIC
              OR WS-DEADLINE-MM NOT NUMERIC
              OR WS-DEADLINE-HH > '23'
              OR WS-DEADLINE-MM > '59'
              OR (WS-FLD-DEADLINE (1 : 1) = '+'
                  AND WS-FLD-DEADLINE (7 : ) NOT = SPACES)
              OR (WS-FLD-DEADLINE (1 : 1) NOT = '+'
                  AND WS-FLD-DEADLINE (6 : ) NOT = SPACES)
               MOVE 'LATEST-END MUST BE HH:MM OR +HH:MM'
                 TO WS-ERROR-TEXT
               PERFORM 090-SCHEDULE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO SCH-DEADLINE-GIVEN (WS-SCHED-SUB)
           IF WS-FLD-DEADLINE (1 : 1) = '+'
               STRING WS-NEXT-DAY-STAMP ' ' WS-DEADLINE-HHMM
                      DELIMITED BY SIZE
                   INTO SCH-DEADLINE (WS-SCHED-SUB)
               END-STRING
           ELSE
               STRING WS-RUN-DAY-STAMP ' ' WS-DEADLINE-HHMM
                      DELIMITED BY SIZE
                   INTO SCH-DEADLINE (WS-SCHED-SUB)
               END-STRING
           END-IF
           .
       040-OPEN-FILES.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'RUNJRNLMON: UNABLE TO OPEN '
                       WS-JOURNAL-DSN ' - FILE STATUS '
                       WS-JOURNAL-FILE-STATUS UPON SYSERR
               MOVE 16 TO RETURN-CODE
               PERFORM 990-END-RUN
           END-IF
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'RUNJRNLMON: UNABLE TO OPEN '
                           WS-REPORT-DSN ' - FILE STATUS '
                           WS-REPORT-FILE-STATUS UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   PERFORM 990-END-RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           .
      *****************************************************************
      ** 100-READ-JOURNAL - A START STAMPED ON THE RUN DATE OPENS A   **
      ** RUN FOR ITS PROGRAM (REPLACING ANY EARLIER ONE THAT DAY); AN **
      ** END ON THE RUN DATE OR THE DAY AFTER CLOSES THE OPEN RUN.    **
      *****************************************************************
       100-READ-JOURNAL.
           MOVE 'N' TO JOURNAL-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL JOURNAL-EOF
               READ JOURNAL-FILE
                   AT END SET JOURNAL-EOF TO TRUE
               END-READ
               IF NOT JOURNAL-EOF
                   PERFORM 110-APPLY-JOURNAL-LINE
               END-IF
           END-PERFORM
           .
       110-APPLY-JOURNAL-LINE.
           IF JOURNAL-RECORD = SPACES
              OR JOURNAL-RECORD (5 : 1) NOT = '-'
              OR JOURNAL-RECORD (8 : 1) NOT = '-'
               EXIT PARAGRAPH
           END-IF
           IF JOURNAL-RECORD (1 : 10) NOT = WS-RUN-DAY-STAMP
              AND JOURNAL-RECORD (1 : 10) NOT = WS-NEXT-DAY-STAMP
               EXIT PARAGRAPH
           END-IF
           MOVE JOURNAL-RECORD (1 : 19) TO WS-LINE-STAMP
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
           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                     UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
               IF SCH-PROGRAM (WS-SCHED-SUB) = WS-LINE-PROGRAM
                   PERFORM 120-APPLY-TO-ENTRY
               END-IF
           END-PERFORM
           .
       120-APPLY-TO-ENTRY.
           EVALUATE TRUE
               WHEN WS-LINE-EVENT = 'START'
                AND WS-LINE-STAMP (1 : 10) = WS-RUN-DAY-STAMP
                   ADD 1 TO SCH-RUNS (WS-SCHED-SUB)
                   MOVE 'Y' TO SCH-OPEN-SW (WS-SCHED-SUB)
                   MOVE WS-LINE-STAMP TO SCH-START-STAMP (WS-SCHED-SUB)
                   MOVE SPACES TO SCH-END-STAMP (WS-SCHED-SUB)
                   MOVE 0 TO SCH-RC (WS-SCHED-SUB)
               WHEN WS-LINE-EVENT = 'END'
                AND SCH-OPEN-SW (WS-SCHED-SUB) = 'Y'
                   MOVE 'N' TO SCH-OPEN-SW (WS-SCHED-SUB)
                   MOVE WS-LINE-STAMP TO SCH-END-STAMP (WS-SCHED-SUB)
                   MOVE SPACES TO WS-NUMBER-TEXT
                   MOVE TRIM (WS-LINE-RC-X) TO WS-NUMBER-TEXT
                   INSPECT WS-NUMBER-TEXT REPLACING LEADING SPACE BY '0'
                   IF WS-NUMBER-DIGITS NUMERIC
                       MOVE WS-NUMBER-DIGITS TO SCH-RC (WS-SCHED-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *****************************************************************
      ** 800-PRINT-REPORT - ONE LINE PER PROGRAM EXPECTED ON THE DAY, **
      ** THEN THE COUNTS AND THE VERDICT.                             **
      *****************************************************************
       800-PRINT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUNJRNLMON SCHEDULE CHECK OF '
                  TRIM (WS-JOURNAL-DSN) ' FOR ' WS-RUN-DAY-STAMP
                  ' (' TRIM (WS-DAY-FULL-NAME (WS-WEEKDAY))
                  ') AGAINST ' TRIM (WS-SCHEDULE-DSN)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'PROGRAM' TO WS-REPORT-LINE (1 : 7)
           MOVE 'END BY' TO WS-REPORT-LINE (14 : 6)
           MOVE 'RUNS' TO WS-REPORT-LINE (21 : 4)
           MOVE 'STARTED' TO WS-REPORT-LINE (26 : 7)
           MOVE 'ENDED' TO WS-REPORT-LINE (46 : 5)
           MOVE '  RC' TO WS-REPORT-LINE (66 : 4)
           MOVE 'STATUS' TO WS-REPORT-LINE (72 : 6)
           PERFORM 900-EMIT-REPORT-LINE
           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                     UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
               IF SCH-EXPECTED-SW (WS-SCHED-SUB) = 'Y'
                   PERFORM 810-JUDGE-ENTRY
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-EXPECTED-COUNT TO WS-EDIT-COUNT
           STRING 'EXPECTED: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-OK-COUNT TO WS-EDIT-COUNT
           STRING '   OK: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT
           STRING '   MISSED: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-NO-END-COUNT TO WS-EDIT-COUNT
           STRING '   NO END: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-LATE-COUNT TO WS-EDIT-COUNT
           STRING '   LATE: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
           STRING '   FAILED: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-EXPECTED-COUNT = WS-OK-COUNT
               MOVE 'SCHEDULE CLEAN' TO WS-REPORT-LINE
           ELSE
               MOVE 'SCHEDULE EXCEPTIONS - SEE ABOVE' TO WS-REPORT-LINE
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           .
       810-JUDGE-ENTRY.
           ADD 1 TO WS-EXPECTED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE SCH-PROGRAM (WS-SCHED-SUB) TO WS-REPORT-LINE (1 : 12)
           MOVE SCH-DEADLINE-TEXT (WS-SCHED-SUB)
             TO WS-REPORT-LINE (14 : 6)
           MOVE SCH-RUNS (WS-SCHED-SUB) TO WS-EDIT-RC
           MOVE WS-EDIT-RC TO WS-REPORT-LINE (21 : 4)
           IF SCH-RUNS (WS-SCHED-SUB) = 0
               ADD 1 TO WS-MISSED-COUNT
               MOVE 'MISSED - NEVER STARTED' TO WS-REPORT-LINE (72 : )
               PERFORM 900-EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SCH-START-STAMP (WS-SCHED-SUB)
             TO WS-REPORT-LINE (26 : 19)
           IF SCH-OPEN-SW (WS-SCHED-SUB) = 'Y'
               ADD 1 TO WS-NO-END-COUNT
               MOVE 'NO END - DIED OR STILL RUNNING'
                 TO WS-REPORT-LINE (72 : )
               PERFORM 900-EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SCH-END-STAMP (WS-SCHED-SUB) TO WS-REPORT-LINE (46 : 19)
           MOVE SCH-RC (WS-SCHED-SUB) TO WS-EDIT-RC
           MOVE WS-EDIT-RC TO WS-REPORT-LINE (66 : 4)
           MOVE 'N' TO WS-LATE-SW, WS-FAILED-SW
           IF SCH-DEADLINE-GIVEN (WS-SCHED-SUB) = 'Y'
              AND SCH-END-STAMP (WS-SCHED-SUB) (1 : 16)
                  > SCH-DEADLINE (WS-SCHED-SUB)
               MOVE 'Y' TO WS-LATE-SW
           END-IF
           IF SCH-RC (WS-SCHED-SUB) > SCH-MAX-RC (WS-SCHED-SUB)
               MOVE 'Y' TO WS-FAILED-SW
           END-IF
           EVALUATE TRUE
               WHEN WS-FAILED-SW = 'Y' AND WS-LATE-SW = 'Y'
                   ADD 1 TO WS-FAILED-COUNT
                   ADD 1 TO WS-LATE-COUNT
                   MOVE SCH-MAX-RC (WS-SCHED-SUB) TO WS-EDIT-RC
                   STRING 'FAILED - RC OVER ' TRIM (WS-EDIT-RC)
                          ', AND LATE'
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE (72 : )
                   END-STRING
               WHEN WS-FAILED-SW = 'Y'
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SCH-MAX-RC (WS-SCHED-SUB) TO WS-EDIT-RC
                   STRING 'FAILED - RC OVER ' TRIM (WS-EDIT-RC)
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE (72 : )
                   END-STRING
               WHEN WS-LATE-SW = 'Y'
                   ADD 1 TO WS-LATE-COUNT
                   MOVE 'LATE' TO WS-REPORT-LINE (72 : )
               WHEN OTHER
                   ADD 1 TO WS-OK-COUNT
                   MOVE 'OK' TO WS-REPORT-LINE (72 : )
           END-EVALUATE
           PERFORM 900-EMIT-REPORT-LINE
           .
       090-SCHEDULE-ERROR.
           ADD 1 TO WS-SCHEDULE-ERRORS
           MOVE WS-LINES-READ TO WS-EDIT-COUNT
           DISPLAY 'RUNJRNLMON: ' TRIM (WS-SCHEDULE-DSN) ' LINE '
                   TRIM (WS-EDIT-COUNT) ' - ' TRIM (WS-ERROR-TEXT)
                   UPON SYSERR
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
      ** 990-END-RUN - JOURNAL THE END WITH THE FINAL CODE AND STOP.  **
      ** RUNJRNL EXITS WITH RJ-RETURN-CODE, SO THE CODE SURVIVES.     **
      *****************************************************************
       990-END-RUN.
           MOVE WS-LINES-READ TO RJ-RECORDS-READ
           MOVE 0 TO RJ-RECORDS-WRITTEN
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           SET RJ-EVENT-END TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           STOP RUN
           .
