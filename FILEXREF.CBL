       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEXREF.
      *****************************************************************
      ** CROSS-FILE REFERENTIAL INTEGRITY CHECK - PROVE THAT EVERY   **
      ** DETAIL (CHILD) RECORD'S FOREIGN KEY NAMES A MASTER (PARENT) **
      ** RECORD THAT EXISTS. FILEDELTA COMPARES TWO VERSIONS OF ONE  **
      ** FILE AND FILESEL LOOKS AT ONE FILE; THIS IS THE CHECK THAT  **
      ** CATCHES A TRANSACTION FILE POSTING TO ACCOUNTS THE MASTER   **
      ** DOESN'T HAVE BEFORE THE UPDATE RUNS, NOT AFTER. IT SETS THE **
      ** SAME GATE RETURN CODES FILEGATE AND FILEAUDIT DO, SO IT     **
      ** RUNS AS ONE MORE PRE-UPDATE GATE STEP BESIDE THEM.          **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO THIRTEEN     **
      ** COMMA-SEPARATED VALUES:                                     **
      **                                                             **
      **   CHILD-DSN,CHILD-RECLEN,CHILD-MAP-DSN,CHILD-KEY,           **
      **   PARENT-DSN,PARENT-ORG,PARENT-RECLEN,PARENT-MAP-DSN,       **
      **   PARENT-KEY,ORPHAN-DSN,THRESHOLD,CHILDLESS,REPORT-DSN      **
      **                                                             **
      **   CHILD-DSN      - REQUIRED. THE DETAIL FILE TO CHECK.      **
      **   CHILD-RECLEN   - OPTIONAL. ITS FIXED RECORD LENGTH.       **
      **                    DEFAULTS TO 80.                          **
      **   CHILD-MAP-DSN  - REQUIRED. ITS FIELD MAP (FLDMAP.CPY).    **
      **   CHILD-KEY      - REQUIRED. FMT-NAME OF THE FOREIGN-KEY    **
      **                    FIELD IN THE CHILD MAP.                  **
      **   PARENT-DSN     - REQUIRED. THE MASTER.                    **
      **   PARENT-ORG     - OPTIONAL. 'S' (THE DEFAULT) FOR A        **
      **                    SEQUENTIAL MASTER, 'I' FOR AN INDEXED    **
      **                    ONE (THE LEADING-64-BYTE KEY AREA        **
      **                    FILELOAD BUILDS, READ IN KEY ORDER).     **
      **   PARENT-RECLEN  - OPTIONAL. FIXED RECORD LENGTH OF A       **
      **                    SEQUENTIAL MASTER. DEFAULTS TO 80.       **
      **                    AN INDEXED MASTER'S RECORDS ARE READ AT  **
      **                    THEIR OWN LENGTHS.                       **
      **   PARENT-MAP-DSN - REQUIRED. THE MASTER'S FIELD MAP.        **
      **   PARENT-KEY     - REQUIRED. FMT-NAME OF THE KEY FIELD IN   **
      **                    THE PARENT MAP.                          **
      **   ORPHAN-DSN     - OPTIONAL. WHERE TO WRITE, INTACT, EVERY  **
      **                    CHILD RECORD WITH NO PARENT (AND EVERY   **
      **                    CHILD WHOSE KEY COULDN'T BE READ AT      **
      **                    ALL). DEFAULTS TO REPORT ONLY.           **
      **   THRESHOLD      - OPTIONAL. THE GATE TRIPS WHEN THE ORPHAN **
      **                    COUNT REACHES THIS, THE FILEAUDIT RULE.  **
      **                    DEFAULTS TO 1 - ANY ORPHAN HOLDS THE     **
      **                    UPDATE.                                  **
      **   CHILDLESS      - OPTIONAL. 'Y' ALSO LISTS EVERY PARENT    **
      **                    NO CHILD REFERS TO (INFORMATION ONLY -   **
      **                    A CHILDLESS PARENT NEVER TRIPS THE       **
      **                    GATE). DEFAULTS TO 'N'.                  **
      **   REPORT-DSN     - OPTIONAL. WHERE TO WRITE THE REPORT.     **
      **                    DEFAULTS TO SYSERR ONLY, THE FILEPROF    **
      **                    CONVENTION.                              **
      **                                                             **
      ** THE TWO KEYS ARE COMPARED BY VALUE, NOT BY BYTES: A NUMERIC **
      ** OR DATE KEY IS DECODED THROUGH FMDECODE ON EACH SIDE (SO A  **
      ** COMP-3 FOREIGN KEY MATCHES A COMP PARENT KEY OF THE SAME    **
      ** VALUE), AND A CHAR KEY IS COMPARED AS TEXT, SPACE-PADDED TO **
      ** THE LONGER OF THE TWO. A NUMERIC KEY ON ONE SIDE AND A CHAR **
      ** KEY ON THE OTHER IS A PARM ERROR. BOTH FILES ARE SORTED     **
      ** TOGETHER ON THE KEY, SO NEITHER NEEDS TO BE IN ORDER, AND   **
      ** ORPHANS ARE LISTED AND WRITTEN IN KEY ORDER - AFTER ANY     **
      ** CHILD WHOSE KEY CAN'T BE CHECKED (BELOW), WHICH NEVER       **
      ** REACHES THE SORT AND SO IS LISTED AND WRITTEN FIRST, IN     **
      ** THE ORDER IT WAS READ.                                      **
      **                                                             **
      ** WITH A MULTI-LAYOUT MAP, A RECORD WHOSE LAYOUT DOESN'T      **
      ** CARRY THE KEY FIELD (A HEADER OR TRAILER) IS SKIPPED AND    **
      ** COUNTED. A RECORD NO LAYOUT CLAIMS, OR WHOSE KEY WON'T      **
      ** DECODE OR RUNS PAST THE END OF THE RECORD, CAN'T BE CHECKED **
      ** AND TRIPS THE GATE WHATEVER THE THRESHOLD - THE FILEGATE    **
      ** RULE, A GATE MUST NEVER PASS A RECORD IT COULDN'T PLACE.    **
      **                                                             **
      ** THE RUN ENDS WITH THE REPORT AND RETURN-CODE 0 WHEN THE     **
      ** GATE IS CLEAN, 8 WHEN IT TRIPPED - HOLD THE UPDATE - AND 16 **
      ** ON A PARM, MAP OR FILE FAILURE.                             **
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
           SELECT CHILD-INPUT-FILE ASSIGN TO DYNAMIC WS-CHILD-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHILD-FILE-STATUS.
           SELECT PARENT-SEQ-FILE ASSIGN TO DYNAMIC WS-PARENT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARENT-FILE-STATUS.
           SELECT PARENT-IDX-FILE ASSIGN TO DYNAMIC WS-PARENT-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIF-RECORD-KEY
               FILE STATUS IS WS-PARENT-FILE-STATUS.
           SELECT ORPHAN-FILE ASSIGN TO DYNAMIC WS-ORPHAN-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORPHAN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT XREF-SORT-FILE ASSIGN TO 'SORTWK01'.
       DATA DIVISION.
       FILE SECTION.
       FD  CHILD-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-CHILD-RECLEN.
       01  CHILD-INPUT-RECORD         PIC X(32760).
       FD  PARENT-SEQ-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-PARENT-RECLEN.
       01  PARENT-SEQ-RECORD          PIC X(32760).
       FD  PARENT-IDX-FILE
           RECORD IS VARYING IN SIZE FROM 65 TO 32760 CHARACTERS
           DEPENDING ON WS-PARENT-RECLEN.
       01  PARENT-IDX-RECORD.
           05 PIF-RECORD-KEY          PIC X(64).
           05 FILLER                  PIC X(32696).
       FD  ORPHAN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-ORPHAN-RECLEN.
       01  ORPHAN-RECORD              PIC X(32760).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
      *
      * THE SORT RECORD: THE NORMALIZED KEY, THE SIDE ('1' PARENT,
      * '2' CHILD - SO A KEY'S PARENTS ARRIVE AHEAD OF ITS CHILDREN),
      * THE RECORD NUMBER ON ITS OWN SIDE, AND - FOR A CHILD ONLY,
      * SINCE ONLY A CHILD CAN BE WRITTEN AS AN ORPHAN - THE RECORD
      * WITH ITS LENGTH, CARRIED IN THE DATA BECAUSE A RETURNED SORT
      * RECORD DOESN'T RELIABLY REPORT ITS OWN LENGTH.
      *
       SD  XREF-SORT-FILE
           RECORD IS VARYING IN SIZE FROM 79 TO 32839 CHARACTERS
           DEPENDING ON WS-SORT-RECLEN.
       01  XREF-SORT-RECORD.
           05 XSR-KEY                 PIC X(64).
           05 XSR-SIDE                PIC X(1).
              88 XSR-PARENT                      VALUE '1'.
              88 XSR-CHILD                       VALUE '2'.
           05 XSR-SEQUENCE            PIC 9(9).
           05 XSR-LENGTH              PIC 9(5).
           05 XSR-IMAGE               PIC X(32760).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-CHILD-DSN            PIC X(64)  VALUE SPACES.
           05 WS-PARM-CHILD-RECLEN    PIC X(9)   VALUE SPACES.
           05 WS-PARM-CHILD-MAP-DSN   PIC X(64)  VALUE SPACES.
           05 WS-PARM-CHILD-KEY       PIC X(30)  VALUE SPACES.
           05 WS-PARENT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-PARENT-ORG      PIC X(1)   VALUE SPACES.
           05 WS-PARM-PARENT-RECLEN   PIC X(9)   VALUE SPACES.
           05 WS-PARM-PARENT-MAP-DSN  PIC X(64)  VALUE SPACES.
           05 WS-PARM-PARENT-KEY      PIC X(30)  VALUE SPACES.
           05 WS-ORPHAN-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-THRESHOLD       PIC X(9)   VALUE SPACES.
           05 WS-PARM-CHILDLESS       PIC X(1)   VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.

       01  WS-PARENT-ORG-SW           PIC X(1)   VALUE 'S'.
           88 WS-PARENT-INDEXED                  VALUE 'I'.
       01  WS-CHILDLESS-SW            PIC X(1)   VALUE 'N'.
           88 WS-CHILDLESS-WANTED                VALUE 'Y'.
       01  WS-ORPHAN-THRESHOLD        PIC 9(9)   VALUE 1.

       01  WS-CHILD-RECLEN            USAGE BINARY-LONG VALUE 80.
       01  WS-CHILD-IMAGE-RECLEN      USAGE BINARY-LONG VALUE 80.
       01  WS-PARENT-RECLEN           USAGE BINARY-LONG VALUE 80.
       01  WS-PARENT-IMAGE-RECLEN     USAGE BINARY-LONG VALUE 80.
       01  WS-ORPHAN-RECLEN           USAGE BINARY-LONG VALUE 0.
       01  WS-SORT-RECLEN             USAGE BINARY-LONG VALUE 0.

       01  WS-CHILD-FILE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-PARENT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-ORPHAN-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  ORPHAN-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 ORPHAN-FILE-OPEN                   VALUE 'Y'.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

       01  INPUT-EOF-SW               PIC X(1)   VALUE 'N'.
           88 INPUT-EOF                          VALUE 'Y'.
       01  SORT-EOF-SW                PIC X(1)   VALUE 'N'.
           88 SORT-EOF                           VALUE 'Y'.

       01  WS-RECORD-IMAGE            PIC X(32760) VALUE SPACES.
       01  WS-RECORD-LENGTH           USAGE BINARY-LONG VALUE 0.

      *
      *    THE KEY FIELD'S MAP ENTRY IN EACH LAYOUT OF EACH MAP (0
      *    WHERE THE LAYOUT DOESN'T CARRY IT), THE KEY CLASS ('N'
      *    NUMERIC OR DATE, 'C' CHAR) AND, FOR A CHAR KEY, THE WIDTH
      *    BOTH SIDES ARE PADDED TO.
      *
       01  WS-CHILD-KEY-TABLE.
           05 WS-CHILD-KEY-SUB        PIC 9(4) OCCURS 8 TIMES.
       01  WS-PARENT-KEY-TABLE.
           05 WS-PARENT-KEY-SUB       PIC 9(4) OCCURS 8 TIMES.
       01  WS-KEY-CLASS               PIC X(1)   VALUE SPACE.
       01  WS-CHILD-CLASS             PIC X(1)   VALUE SPACE.
       01  WS-KEY-WIDTH               PIC 9(4)   VALUE 0.
       01  WS-CLASS-TYPE              PIC X(8)   VALUE SPACES.
       01  WS-CLASS-RESULT            PIC X(1)   VALUE SPACE.

       01  WS-FM-SUB                  PIC 9(4)   VALUE 0.
       01  WS-LAY-SUB                 PIC 9(4)   VALUE 0.
       01  WS-LAY-FIRST               USAGE BINARY-LONG VALUE 0.
       01  WS-LAY-LAST                USAGE BINARY-LONG VALUE 0.
       01  WS-RECORD-LAYOUT           USAGE BINARY-LONG VALUE 0.

       01  WS-KEY-STATE-SW            PIC X(1)   VALUE SPACE.
           88 WS-KEY-BUILT                       VALUE 'K'.
           88 WS-KEY-NOT-CARRIED                 VALUE 'S'.
           88 WS-KEY-UNREADABLE                  VALUE 'U'.
       01  WS-KEY-WHY                 PIC X(40)  VALUE SPACES.
       01  WS-SORT-KEY                PIC X(64)  VALUE SPACES.
       01  WS-KEY-NUMBER              PIC 9(19)  VALUE 0.
       01  WS-KEY-VALUE               USAGE BINARY-DOUBLE SIGNED.

      *
      *    THE WALK OVER THE SORTED KEYS - THE CURRENT KEY, WHETHER
      *    IT HAS A PARENT, AND WHICH PARENT (FOR THE CHILDLESS
      *    LIST) - A PARENT IS CHILDLESS WHEN ITS KEY CHANGES BEFORE
      *    ANY CHILD HAS ARRIVED.
      *
       01  WS-CURRENT-KEY             PIC X(64)  VALUE LOW-VALUES.
       01  WS-CURRENT-KEY-SW          PIC X(1)   VALUE 'N'.
       01  WS-KEY-HAS-PARENT-SW       PIC X(1)   VALUE 'N'.
       01  WS-KEY-HAS-CHILD-SW        PIC X(1)   VALUE 'N'.
       01  WS-KEY-PARENT-SEQ          PIC 9(9)   VALUE 0.
       01  WS-KEY-PARENT-COUNT        PIC 9(9)   VALUE 0.

       01  WS-CHILD-READ              PIC 9(9)   VALUE 0.
       01  WS-CHILD-SKIPPED           PIC 9(9)   VALUE 0.
       01  WS-CHILD-UNREADABLE        PIC 9(9)   VALUE 0.
       01  WS-CHILD-MATCHED           PIC 9(9)   VALUE 0.
       01  WS-ORPHAN-COUNT            PIC 9(9)   VALUE 0.
       01  WS-ORPHANS-WRITTEN         PIC 9(9)   VALUE 0.
       01  WS-PARENT-READ             PIC 9(9)   VALUE 0.
       01  WS-PARENT-SKIPPED          PIC 9(9)   VALUE 0.
       01  WS-PARENT-UNREADABLE       PIC 9(9)   VALUE 0.
       01  WS-PARENT-DUPLICATES       PIC 9(9)   VALUE 0.
       01  WS-CHILDLESS-COUNT         PIC 9(9)   VALUE 0.
       01  WS-GATE-TRIPPED-SW         PIC X(1)   VALUE 'N'.

       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-EDIT-VALUE              PIC -(17)9.
       01  WS-FORMAT-KEY              PIC X(64)  VALUE SPACES.
       01  WS-KEY-TEXT                PIC X(66)  VALUE SPACES.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

      *
      *    THE CHILD MAP IS THE PLAIN FIELD-MAP-TABLE; THE PARENT MAP
      *    IS A SECOND COPY UNDER ITS OWN NAME, SO EVERY FMT- NAME IS
      *    QUALIFIED BY ONE OR THE OTHER.
      *
       COPY FLDMAP.

       COPY FLDMAP REPLACING ==FIELD-MAP-TABLE==
                          BY ==PARENT-FIELD-MAP-TABLE==.

       COPY FMDECODE.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEXREF.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 015-LOAD-MAPS
           PERFORM 017-BIND-KEY-FIELDS
           PERFORM 020-OPEN-OUTPUTS
           SORT XREF-SORT-FILE
               ON ASCENDING KEY XSR-KEY, XSR-SIDE, XSR-SEQUENCE
               INPUT PROCEDURE IS 100-RELEASE-KEYS
               OUTPUT PROCEDURE IS 300-MATCH-KEYS
           IF SORT-RETURN NOT = 0
               DISPLAY 'FILEXREF: SORT FAILED - SORT-RETURN '
                       SORT-RETURN UPON SYSERR
               CALL 'FILEERRSUM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ORPHAN-FILE-OPEN
               CLOSE ORPHAN-FILE
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
           COMPUTE RJ-RECORDS-READ = WS-CHILD-READ + WS-PARENT-READ
           MOVE WS-ORPHANS-WRITTEN TO RJ-RECORDS-WRITTEN
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           SET RJ-EVENT-END TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           STOP RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS THIRTEEN COMMA-DELIMITED FIELDS.          **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-CHILD-DSN, WS-PARM-CHILD-RECLEN,
                    WS-PARM-CHILD-MAP-DSN, WS-PARM-CHILD-KEY,
                    WS-PARENT-DSN, WS-PARM-PARENT-ORG,
                    WS-PARM-PARENT-RECLEN, WS-PARM-PARENT-MAP-DSN,
                    WS-PARM-PARENT-KEY, WS-ORPHAN-DSN,
                    WS-PARM-THRESHOLD, WS-PARM-CHILDLESS,
                    WS-REPORT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-CHILD-DSN = SPACES
              OR WS-PARM-CHILD-MAP-DSN = SPACES
              OR WS-PARM-CHILD-KEY = SPACES
              OR WS-PARENT-DSN = SPACES
              OR WS-PARM-PARENT-MAP-DSN = SPACES
              OR WS-PARM-PARENT-KEY = SPACES
               DISPLAY 'FILEXREF: PARM MUST BE CHILD-DSN,CHILD-RECLEN,'
                       'CHILD-MAP-DSN,CHILD-KEY,PARENT-DSN,PARENT-ORG,'
                       'PARENT-RECLEN,PARENT-MAP-DSN,PARENT-KEY,'
                       'ORPHAN-DSN,THRESHOLD,CHILDLESS,REPORT-DSN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-CHILD-RECLEN NOT = SPACES
               MOVE WS-PARM-CHILD-RECLEN TO WS-CHILD-IMAGE-RECLEN
           END-IF
           IF WS-PARM-PARENT-RECLEN NOT = SPACES
               MOVE WS-PARM-PARENT-RECLEN TO WS-PARENT-IMAGE-RECLEN
           END-IF
           IF WS-CHILD-IMAGE-RECLEN = 0
              OR WS-CHILD-IMAGE-RECLEN > 32760
              OR WS-PARENT-IMAGE-RECLEN = 0
              OR WS-PARENT-IMAGE-RECLEN > 32760
               DISPLAY 'FILEXREF: RECLEN MUST BE 1-32760' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-PARM-PARENT-ORG
               WHEN SPACE
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-PARENT-ORG-SW
               WHEN 'I'
               WHEN 'i'
                   MOVE 'I' TO WS-PARENT-ORG-SW
               WHEN OTHER
                   DISPLAY 'FILEXREF: PARENT-ORG MUST BE S OR I'
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-PARM-THRESHOLD NOT = SPACES
               MOVE WS-PARM-THRESHOLD TO WS-ORPHAN-THRESHOLD
           END-IF
           IF WS-ORPHAN-THRESHOLD = 0
               MOVE 1 TO WS-ORPHAN-THRESHOLD
           END-IF
           IF WS-PARM-CHILDLESS = 'Y' OR WS-PARM-CHILDLESS = 'y'
               MOVE 'Y' TO WS-CHILDLESS-SW
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
           MOVE WS-CHILD-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-CHILD-DSN
           MOVE WS-PARM-CHILD-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-CHILD-MAP-DSN
           MOVE WS-PARENT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARENT-DSN
           MOVE WS-PARM-PARENT-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-PARENT-MAP-DSN
           MOVE WS-ORPHAN-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-ORPHAN-DSN
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEXREF: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       015-LOAD-MAPS.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-CHILD-MAP-DSN TO FMT-MAP-DSN OF FIELD-MAP-TABLE
           CALL 'FLDMAPIO' USING FIELD-MAP-TABLE
           END-CALL
           IF NOT FMT-LOAD-OK OF FIELD-MAP-TABLE
               DISPLAY 'FILEXREF: UNABLE TO LOAD FIELD MAP '
                       WS-PARM-CHILD-MAP-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE PARENT-FIELD-MAP-TABLE
           MOVE WS-PARM-PARENT-MAP-DSN
             TO FMT-MAP-DSN OF PARENT-FIELD-MAP-TABLE
           CALL 'FLDMAPIO' USING PARENT-FIELD-MAP-TABLE
           END-CALL
           IF NOT FMT-LOAD-OK OF PARENT-FIELD-MAP-TABLE
               DISPLAY 'FILEXREF: UNABLE TO LOAD FIELD MAP '
                       WS-PARM-PARENT-MAP-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 017-BIND-KEY-FIELDS - FIND EACH KEY NAME IN EVERY LAYOUT OF **
      ** ITS OWN MAP. EACH MUST BE IN AT LEAST ONE LAYOUT, AND ALL   **
      ** THE ENTRIES - BOTH SIDES - MUST BE THE SAME CLASS, OR THERE **
      ** IS NO ONE ORDER TO COMPARE THEM IN.                         **
      *****************************************************************
       017-BIND-KEY-FIELDS.
           INITIALIZE WS-CHILD-KEY-TABLE, WS-PARENT-KEY-TABLE
           MOVE SPACE TO WS-KEY-CLASS
           MOVE 0 TO WS-KEY-WIDTH
           PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                     UNTIL WS-LAY-SUB >
                           FMT-LAYOUT-COUNT OF FIELD-MAP-TABLE
               MOVE FMT-LAY-FIRST-ENTRY OF FIELD-MAP-TABLE
                                           (WS-LAY-SUB)
                 TO WS-LAY-FIRST
               COMPUTE WS-LAY-LAST = WS-LAY-FIRST
                   + FMT-LAY-ENTRY-COUNT OF FIELD-MAP-TABLE
                                            (WS-LAY-SUB) - 1
               PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                         UNTIL WS-FM-SUB > WS-LAY-LAST
                            OR WS-CHILD-KEY-SUB (WS-LAY-SUB) > 0
                   IF FMT-NAME OF FIELD-MAP-TABLE (WS-FM-SUB)
                      = WS-PARM-CHILD-KEY
                       MOVE WS-FM-SUB TO WS-CHILD-KEY-SUB (WS-LAY-SUB)
                       MOVE FMT-TYPE OF FIELD-MAP-TABLE (WS-FM-SUB)
                         TO WS-CLASS-TYPE
                       PERFORM 018-TAKE-KEY-CLASS
                       IF FMT-LENGTH OF FIELD-MAP-TABLE (WS-FM-SUB)
                          > WS-KEY-WIDTH
                           MOVE FMT-LENGTH OF FIELD-MAP-TABLE
                                              (WS-FM-SUB)
                             TO WS-KEY-WIDTH
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-KEY-CLASS = SPACE
               DISPLAY 'FILEXREF: CHILD KEY '
                       TRIM (WS-PARM-CHILD-KEY)
                       ' IS NOT IN THE CHILD MAP' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-KEY-CLASS TO WS-CHILD-CLASS
           PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                     UNTIL WS-LAY-SUB >
                           FMT-LAYOUT-COUNT OF PARENT-FIELD-MAP-TABLE
               MOVE FMT-LAY-FIRST-ENTRY OF PARENT-FIELD-MAP-TABLE
                                           (WS-LAY-SUB)
                 TO WS-LAY-FIRST
               COMPUTE WS-LAY-LAST = WS-LAY-FIRST
                   + FMT-LAY-ENTRY-COUNT OF PARENT-FIELD-MAP-TABLE
                                            (WS-LAY-SUB) - 1
               PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                         UNTIL WS-FM-SUB > WS-LAY-LAST
                            OR WS-PARENT-KEY-SUB (WS-LAY-SUB) > 0
                   IF FMT-NAME OF PARENT-FIELD-MAP-TABLE (WS-FM-SUB)
                      = WS-PARM-PARENT-KEY
                       MOVE WS-FM-SUB
                         TO WS-PARENT-KEY-SUB (WS-LAY-SUB)
                       MOVE FMT-TYPE OF PARENT-FIELD-MAP-TABLE
                                        (WS-FM-SUB)
                         TO WS-CLASS-TYPE
                       PERFORM 018-TAKE-KEY-CLASS
                       IF FMT-LENGTH OF PARENT-FIELD-MAP-TABLE
                                        (WS-FM-SUB)
                          > WS-KEY-WIDTH
                           MOVE FMT-LENGTH OF PARENT-FIELD-MAP-TABLE
                                              (WS-FM-SUB)
                             TO WS-KEY-WIDTH
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-FM-SUB
           PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                     UNTIL WS-LAY-SUB > 8
               IF WS-PARENT-KEY-SUB (WS-LAY-SUB) > 0
                   MOVE WS-PARENT-KEY-SUB (WS-LAY-SUB) TO WS-FM-SUB
               END-IF
           END-PERFORM
           IF WS-FM-SUB = 0
               DISPLAY 'FILEXREF: PARENT KEY '
                       TRIM (WS-PARM-PARENT-KEY)
                       ' IS NOT IN THE PARENT MAP' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-KEY-CLASS = 'C' AND WS-KEY-WIDTH > 64
               DISPLAY 'FILEXREF: A CHAR KEY MAY BE AT MOST 64 BYTES'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       018-TAKE-KEY-CLASS.
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
           IF WS-KEY-CLASS NOT = SPACE
              AND WS-KEY-CLASS NOT = WS-CLASS-RESULT
               DISPLAY 'FILEXREF: THE KEY FIELDS ARE NUMERIC IN ONE '
                       'PLACE AND CHAR IN ANOTHER - THEY CANNOT BE '
                       'COMPARED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLASS-RESULT TO WS-KEY-CLASS
           .
       020-OPEN-OUTPUTS.
           IF WS-ORPHAN-DSN NOT = SPACES
               OPEN OUTPUT ORPHAN-FILE
               IF WS-ORPHAN-FILE-STATUS NOT = '00'
                   DISPLAY 'FILEXREF: UNABLE TO OPEN ' WS-ORPHAN-DSN
                           ' - FILE STATUS ' WS-ORPHAN-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET ORPHAN-FILE-OPEN TO TRUE
           END-IF
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'FILEXREF: UNABLE TO OPEN ' WS-REPORT-DSN
                           ' - FILE STATUS ' WS-REPORT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILEXREF REFERENTIAL CHECK OF '
                  TRIM (WS-CHILD-DSN) ' ('
                  TRIM (WS-PARM-CHILD-KEY) ') AGAINST '
                  TRIM (WS-PARENT-DSN) ' ('
                  TRIM (WS-PARM-PARENT-KEY) ')'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 100-RELEASE-KEYS - THE SORT'S INPUT PROCEDURE: EVERY PARENT **
      ** KEY, THEN EVERY CHILD KEY WITH ITS RECORD.                  **
      *****************************************************************
       100-RELEASE-KEYS.
           IF WS-PARENT-INDEXED
               PERFORM 120-RELEASE-INDEXED-PARENTS
           ELSE
               PERFORM 110-RELEASE-SEQ-PARENTS
           END-IF
           PERFORM 150-RELEASE-CHILDREN
           .
       110-RELEASE-SEQ-PARENTS.
           MOVE WS-PARENT-IMAGE-RECLEN TO WS-PARENT-RECLEN
           OPEN INPUT PARENT-SEQ-FILE
           IF WS-PARENT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEXREF: UNABLE TO OPEN ' WS-PARENT-DSN
                       ' - FILE STATUS ' WS-PARENT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO INPUT-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL INPUT-EOF
               MOVE WS-PARENT-IMAGE-RECLEN TO WS-PARENT-RECLEN
               READ PARENT-SEQ-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               IF NOT INPUT-EOF
                   PERFORM 9800-PARENT-SEQ-FILE-STATUS-CHECK
                   MOVE WS-PARENT-RECLEN TO WS-RECORD-LENGTH
                   MOVE PARENT-SEQ-RECORD (1 : WS-RECORD-LENGTH)
                     TO WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                   PERFORM 130-RELEASE-ONE-PARENT
               END-IF
           END-PERFORM
           CLOSE PARENT-SEQ-FILE
           .
       120-RELEASE-INDEXED-PARENTS.
           OPEN INPUT PARENT-IDX-FILE
           IF WS-PARENT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEXREF: UNABLE TO OPEN ' WS-PARENT-DSN
                       ' AS INDEXED - FILE STATUS '
                       WS-PARENT-FILE-STATUS UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO INPUT-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL INPUT-EOF
               READ PARENT-IDX-FILE NEXT RECORD
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               IF NOT INPUT-EOF
                   PERFORM 9800-PARENT-IDX-FILE-STATUS-CHECK
                   MOVE WS-PARENT-RECLEN TO WS-RECORD-LENGTH
                   MOVE PARENT-IDX-RECORD (1 : WS-RECORD-LENGTH)
                     TO WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                   PERFORM 130-RELEASE-ONE-PARENT
               END-IF
           END-PERFORM
           CLOSE PARENT-IDX-FILE
           .
       130-RELEASE-ONE-PARENT.
           ADD 1 TO WS-PARENT-READ
           CALL 'FMSELECT' USING WS-RECORD-IMAGE,
                                 PARENT-FIELD-MAP-TABLE
           END-CALL
           MOVE FMT-SELECTED-LAYOUT OF PARENT-FIELD-MAP-TABLE
             TO WS-RECORD-LAYOUT
           IF WS-RECORD-LAYOUT = 0
               SET WS-KEY-UNREADABLE TO TRUE
               MOVE 'RECORD MATCHES NO LAYOUT' TO WS-KEY-WHY
           ELSE
               MOVE WS-PARENT-KEY-SUB (WS-RECORD-LAYOUT) TO WS-FM-SUB
               IF WS-FM-SUB = 0
                   SET WS-KEY-NOT-CARRIED TO TRUE
               ELSE
                   MOVE FMT-OFFSET OF PARENT-FIELD-MAP-TABLE
                                      (WS-FM-SUB) TO FMD-OFFSET
                   MOVE FMT-LENGTH OF PARENT-FIELD-MAP-TABLE
                                      (WS-FM-SUB) TO FMD-LENGTH
                   MOVE FMT-TYPE OF PARENT-FIELD-MAP-TABLE
                                    (WS-FM-SUB) TO FMD-TYPE
                   PERFORM 200-BUILD-SORT-KEY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-KEY-NOT-CARRIED
                   ADD 1 TO WS-PARENT-SKIPPED
               WHEN WS-KEY-UNREADABLE
                   ADD 1 TO WS-PARENT-UNREADABLE
                   MOVE 'Y' TO WS-GATE-TRIPPED-SW
                   MOVE WS-PARENT-READ TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'UNREADABLE PARENT RECORD '
                          TRIM (WS-EDIT-COUNT) ' - '
                          TRIM (WS-KEY-WHY)
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 900-EMIT-REPORT-LINE
               WHEN OTHER
                   MOVE WS-SORT-KEY TO XSR-KEY
                   SET XSR-PARENT TO TRUE
                   MOVE WS-PARENT-READ TO XSR-SEQUENCE
                   MOVE 0 TO XSR-LENGTH
                   MOVE 79 TO WS-SORT-RECLEN
                   RELEASE XREF-SORT-RECORD
           END-EVALUATE
           .
       150-RELEASE-CHILDREN.
           MOVE WS-CHILD-IMAGE-RECLEN TO WS-CHILD-RECLEN
           OPEN INPUT CHILD-INPUT-FILE
           IF WS-CHILD-FILE-STATUS NOT = '00'
               DISPLAY 'FILEXREF: UNABLE TO OPEN ' WS-CHILD-DSN
                       ' - FILE STATUS ' WS-CHILD-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO INPUT-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL INPUT-EOF
               MOVE WS-CHILD-IMAGE-RECLEN TO WS-CHILD-RECLEN
               READ CHILD-INPUT-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               IF NOT INPUT-EOF
                   PERFORM 9800-CHILD-INPUT-FILE-STATUS-CHECK
                   MOVE WS-CHILD-RECLEN TO WS-RECORD-LENGTH
                   MOVE CHILD-INPUT-RECORD (1 : WS-RECORD-LENGTH)
                     TO WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                   PERFORM 160-RELEASE-ONE-CHILD
               END-IF
           END-PERFORM
           CLOSE CHILD-INPUT-FILE
           .
       160-RELEASE-ONE-CHILD.
           ADD 1 TO WS-CHILD-READ
           CALL 'FMSELECT' USING WS-RECORD-IMAGE, FIELD-MAP-TABLE
           END-CALL
           MOVE FMT-SELECTED-LAYOUT OF FIELD-MAP-TABLE
             TO WS-RECORD-LAYOUT
           IF WS-RECORD-LAYOUT = 0
               SET WS-KEY-UNREADABLE TO TRUE
               MOVE 'RECORD MATCHES NO LAYOUT' TO WS-KEY-WHY
           ELSE
               MOVE WS-CHILD-KEY-SUB (WS-RECORD-LAYOUT) TO WS-FM-SUB
               IF WS-FM-SUB = 0
                   SET WS-KEY-NOT-CARRIED TO TRUE
               ELSE
                   MOVE FMT-OFFSET OF FIELD-MAP-TABLE (WS-FM-SUB)
                     TO FMD-OFFSET
                   MOVE FMT-LENGTH OF FIELD-MAP-TABLE (WS-FM-SUB)
                     TO FMD-LENGTH
                   MOVE FMT-TYPE OF FIELD-MAP-TABLE (WS-FM-SUB)
                     TO FMD-TYPE
                   PERFORM 200-BUILD-SORT-KEY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-KEY-NOT-CARRIED
                   ADD 1 TO WS-CHILD-SKIPPED
               WHEN WS-KEY-UNREADABLE
      *
      * A CHILD WHOSE KEY CAN'T BE READ REFERS TO NOTHING THIS RUN
      * CAN VOUCH FOR - IT GOES WITH THE ORPHANS FOR REPAIR, AND
      * TRIPS THE GATE ON ITS OWN.
      *
                   ADD 1 TO WS-CHILD-UNREADABLE
                   MOVE 'Y' TO WS-GATE-TRIPPED-SW
                   MOVE WS-CHILD-READ TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'UNREADABLE CHILD RECORD '
                          TRIM (WS-EDIT-COUNT) ' - '
                          TRIM (WS-KEY-WHY)
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 900-EMIT-REPORT-LINE
                   PERFORM 350-WRITE-ORPHAN
               WHEN OTHER
                   MOVE WS-SORT-KEY TO XSR-KEY
                   SET XSR-CHILD TO TRUE
                   MOVE WS-CHILD-READ TO XSR-SEQUENCE
                   MOVE WS-RECORD-LENGTH TO XSR-LENGTH
                   MOVE WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                     TO XSR-IMAGE (1 : WS-RECORD-LENGTH)
                   COMPUTE WS-SORT-RECLEN = WS-RECORD-LENGTH + 79
                   RELEASE XREF-SORT-RECORD
           END-EVALUATE
           .
      *****************************************************************
      ** 200-BUILD-SORT-KEY - THE KEY FIELD FMD-OFFSET/LENGTH/TYPE   **
      ** DESCRIBE, AS A 64-BYTE KEY THAT SORTS IN VALUE ORDER: A     **
      ** NUMERIC OR DATE KEY AS ITS DECODED VALUE PLUS               **
      ** 999999999999999999 IN 19 UNSIGNED DIGITS (THE FILESORT      **
      ** RULE), A CHAR KEY AS ITS TEXT, SPACE-PADDED.                **
      *****************************************************************
       200-BUILD-SORT-KEY.
           SET WS-KEY-BUILT TO TRUE
           MOVE SPACES TO WS-SORT-KEY
           IF FMD-OFFSET + FMD-LENGTH > WS-RECORD-LENGTH
               SET WS-KEY-UNREADABLE TO TRUE
               MOVE 'KEY RUNS PAST THE END OF THE RECORD'
                 TO WS-KEY-WHY
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-CLASS = 'C'
               MOVE WS-RECORD-IMAGE (FMD-OFFSET + 1 : FMD-LENGTH)
                 TO WS-SORT-KEY (1 : FMD-LENGTH)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECORD-LENGTH TO FMD-RECLEN
           CALL 'FMDECODE' USING WS-RECORD-IMAGE, FMDECODE-REQUEST
           END-CALL
           IF NOT FMD-VALID
               SET WS-KEY-UNREADABLE TO TRUE
               MOVE SPACES TO WS-KEY-WHY
               STRING 'KEY WILL NOT DECODE - REASON ' FMD-REASON
                      DELIMITED BY SIZE
                   INTO WS-KEY-WHY
               END-STRING
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-KEY-NUMBER = FMD-VALUE + 999999999999999999
           MOVE WS-KEY-NUMBER TO WS-SORT-KEY (1 : 19)
           .
      *****************************************************************
      ** 300-MATCH-KEYS - THE SORT'S OUTPUT PROCEDURE. FOR EACH KEY  **
      ** THE PARENTS ARRIVE FIRST; A CHILD ARRIVING UNDER A KEY WITH **
      ** NO PARENT IS AN ORPHAN, AND A KEY THAT ENDS WITH A PARENT   **
      ** BUT NO CHILD IS A CHILDLESS PARENT.                         **
      *****************************************************************
       300-MATCH-KEYS.
           MOVE 'N' TO SORT-EOF-SW
           MOVE 'N' TO WS-CURRENT-KEY-SW
           PERFORM WITH TEST BEFORE UNTIL SORT-EOF
               RETURN XREF-SORT-FILE
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 310-MATCH-ONE-KEY
               END-RETURN
           END-PERFORM
           IF WS-CURRENT-KEY-SW = 'Y'
               PERFORM 320-CLOSE-KEY
           END-IF
           .
       310-MATCH-ONE-KEY.
           IF WS-CURRENT-KEY-SW = 'N'
              OR XSR-KEY NOT = WS-CURRENT-KEY
               IF WS-CURRENT-KEY-SW = 'Y'
                   PERFORM 320-CLOSE-KEY
               END-IF
               MOVE XSR-KEY TO WS-CURRENT-KEY
               MOVE 'Y' TO WS-CURRENT-KEY-SW
               MOVE 'N' TO WS-KEY-HAS-PARENT-SW
               MOVE 'N' TO WS-KEY-HAS-CHILD-SW
               MOVE 0 TO WS-KEY-PARENT-COUNT
           END-IF
           IF XSR-PARENT
               ADD 1 TO WS-KEY-PARENT-COUNT
               IF WS-KEY-PARENT-COUNT = 1
                   MOVE 'Y' TO WS-KEY-HAS-PARENT-SW
                   MOVE XSR-SEQUENCE TO WS-KEY-PARENT-SEQ
               ELSE
                   ADD 1 TO WS-PARENT-DUPLICATES
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-KEY-HAS-CHILD-SW
           IF WS-KEY-HAS-PARENT-SW = 'Y'
               ADD 1 TO WS-CHILD-MATCHED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE XSR-KEY TO WS-FORMAT-KEY
           PERFORM 330-FORMAT-KEY
           MOVE XSR-SEQUENCE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ORPHAN    CHILD RECORD ' TRIM (WS-EDIT-COUNT)
                  ' - ' TRIM (WS-PARM-CHILD-KEY) ' '
                  TRIM (WS-KEY-TEXT) ' HAS NO PARENT'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE XSR-LENGTH TO WS-RECORD-LENGTH
           MOVE XSR-IMAGE (1 : WS-RECORD-LENGTH)
             TO WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
           PERFORM 350-WRITE-ORPHAN
           .
       320-CLOSE-KEY.
           IF WS-KEY-HAS-PARENT-SW = 'Y'
              AND WS-KEY-HAS-CHILD-SW = 'N'
               ADD 1 TO WS-CHILDLESS-COUNT
               IF WS-CHILDLESS-WANTED
                   MOVE WS-CURRENT-KEY TO WS-FORMAT-KEY
                   PERFORM 330-FORMAT-KEY
                   MOVE WS-KEY-PARENT-SEQ TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'CHILDLESS PARENT RECORD '
                          TRIM (WS-EDIT-COUNT) ' - '
                          TRIM (WS-PARM-PARENT-KEY) ' '
                          TRIM (WS-KEY-TEXT)
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 900-EMIT-REPORT-LINE
               END-IF
           END-IF
           .
      *
      * THE KEY IN WS-FORMAT-KEY BACK IN READABLE FORM FOR THE REPORT -
      * A NUMERIC KEY AS ITS SIGNED VALUE, A CHAR KEY AS ITS TEXT.
      *
       330-FORMAT-KEY.
           MOVE SPACES TO WS-KEY-TEXT
           IF WS-KEY-CLASS = 'N'
               MOVE WS-FORMAT-KEY (1 : 19) TO WS-KEY-NUMBER
               COMPUTE WS-KEY-VALUE =
                   WS-KEY-NUMBER - 999999999999999999
               MOVE WS-KEY-VALUE TO WS-EDIT-VALUE
               MOVE TRIM (WS-EDIT-VALUE) TO WS-KEY-TEXT
           ELSE
               STRING '''' WS-FORMAT-KEY (1 : WS-KEY-WIDTH) ''''
                      DELIMITED BY SIZE
                   INTO WS-KEY-TEXT
               END-STRING
           END-IF
           .
       350-WRITE-ORPHAN.
           IF ORPHAN-FILE-OPEN
               MOVE WS-RECORD-LENGTH TO WS-ORPHAN-RECLEN
               MOVE WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                 TO ORPHAN-RECORD (1 : WS-ORPHAN-RECLEN)
               WRITE ORPHAN-RECORD
               PERFORM 9800-ORPHAN-FILE-STATUS-CHECK
               ADD 1 TO WS-ORPHANS-WRITTEN
           END-IF
           .
      *****************************************************************
      ** 800-JUDGE-AND-REPORT - VOLUMES, THE XREF CHECK LINE IN THE  **
      ** FILEGATE FORM, AND THE GATE VERDICT.                        **
      *****************************************************************
       800-JUDGE-AND-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CHILD-READ TO WS-EDIT-COUNT
           STRING 'CHILD RECORDS READ: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-CHILD-MATCHED TO WS-EDIT-COUNT
           STRING '   MATCHED: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (40 : )
           END-STRING
           MOVE WS-CHILD-SKIPPED TO WS-EDIT-COUNT
           STRING '   NO KEY FIELD: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (70 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PARENT-READ TO WS-EDIT-COUNT
           STRING 'PARENT RECORDS READ: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-PARENT-DUPLICATES TO WS-EDIT-COUNT
           STRING '   DUPLICATE KEYS: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (40 : )
           END-STRING
           MOVE WS-PARENT-SKIPPED TO WS-EDIT-COUNT
           STRING '   NO KEY FIELD: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (70 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CHILDLESS-COUNT TO WS-EDIT-COUNT
           STRING 'CHILDLESS PARENTS: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-CHILD-UNREADABLE > 0 OR WS-PARENT-UNREADABLE > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CHILD-UNREADABLE TO WS-EDIT-COUNT
               STRING 'UNREADABLE KEYS - CHILD: ' TRIM (WS-EDIT-COUNT)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-PARENT-UNREADABLE TO WS-EDIT-COUNT
               STRING '   PARENT: ' TRIM (WS-EDIT-COUNT)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE (40 : )
               END-STRING
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ORPHAN-COUNT >= WS-ORPHAN-THRESHOLD
               MOVE 'Y' TO WS-GATE-TRIPPED-SW
               MOVE 'XREF    TRIPPED -' TO WS-REPORT-LINE (1 : 17)
           ELSE
               MOVE 'XREF    CLEAN   -' TO WS-REPORT-LINE (1 : 17)
           END-IF
           MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT
           STRING ' ' TRIM (WS-EDIT-COUNT) ' ORPHAN(S)'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (18 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-ORPHANS-WRITTEN > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-ORPHANS-WRITTEN TO WS-EDIT-COUNT
               STRING 'ORPHANS WRITTEN TO ' TRIM (WS-ORPHAN-DSN)
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
           ==:FILE-ID:==     BY ==CHILD-INPUT-FILE==
           ==:FILE-TAG:==    BY =='CHILD-INPUT-FILE'==
           ==:FILE-STATUS:== BY ==WS-CHILD-FILE-STATUS==
           ==:FILE-RECORD:== BY ==CHILD-INPUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-CHILD-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==PARENT-SEQ-FILE==
           ==:FILE-TAG:==    BY =='PARENT-SEQ-FILE'==
           ==:FILE-STATUS:== BY ==WS-PARENT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==PARENT-SEQ-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-PARENT-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==PARENT-IDX-FILE==
           ==:FILE-TAG:==    BY =='PARENT-IDX-FILE'==
           ==:FILE-STATUS:== BY ==WS-PARENT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==PARENT-IDX-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-PARENT-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==ORPHAN-FILE==
           ==:FILE-TAG:==    BY =='ORPHAN-FILE'==
           ==:FILE-STATUS:== BY ==WS-ORPHAN-FILE-STATUS==
           ==:FILE-RECORD:== BY ==ORPHAN-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-ORPHAN-RECLEN==.
