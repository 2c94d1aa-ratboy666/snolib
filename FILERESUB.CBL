       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILERESUB.
      *****************************************************************
      ** SUSPENSE RESUBMISSION. FILEERRDSP PUTS EVERY RECORD A WARN   **
      ** DISPOSITION SKIPPED INTO THE SUSPENSE DATASET (SEE           **
      ** FILEERRSP.CPY); ONCE THE RECORDS ARE CORRECTED - FILEPATCH,  **
      ** OR A FILECSV/FILECSVIN ROUND TRIP - THIS PROGRAM WRITES THE  **
      ** CORRECTED RECORD IMAGES, HEADERS STRIPPED, TO A DATASET THE  **
      ** NEXT RUN TAKES AS (OR ALONGSIDE) ITS INPUT, AND MARKS EACH   **
      ** ITEM IT FED BACK CLEARED IN THE LIVE SUSPENSE DATASET. THE   **
      ** REPORT LISTS WHAT WAS RESUBMITTED AND EVERY ITEM STILL       **
      ** OPEN, WITH ITS AGE IN DAYS.                                  **
      **                                                              **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST   **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO EIGHT COMMA-  **
      ** SEPARATED VALUES:                                            **
      **                                                              **
      **   SUSPENSE-DSN,OUT-DSN,CORRECTED-DSN,PROGRAM,FILE-TAG,       **
      **   SELECT,AGE-DAYS,REPORT-DSN                                 **
      **                                                              **
      **   SUSPENSE-DSN  - OPTIONAL. THE LIVE SUSPENSE DATASET.       **
      **                   DEFAULTS THE SAME WAY FILEERRDSP NAMES     **
      **                   IT: THE FILEERR_SUSPENSE ENVIRONMENT       **
      **                   VARIABLE, THEN "FILEERR.SUSPENSE".         **
      **   OUT-DSN       - REQUIRED. WHERE TO WRITE THE RECORDS       **
      **                   BEING RESUBMITTED, EACH AT ITS ORIGINAL    **
      **                   LENGTH. ANY EXISTING CONTENT IS REPLACED.  **
      **   CORRECTED-DSN - OPTIONAL. A CORRECTED COPY OF SUSPENSE     **
      **                   ITEMS (FILEPATCH'S OUT-DSN, FILECSVIN'S    **
      **                   OUT-DSN). EVERY ITEM IN IT THAT IS STILL   **
      **                   OPEN IN THE LIVE DATASET IS RESUBMITTED    **
      **                   FROM THE CORRECTED IMAGE; ONE THAT ISN'T   **
      **                   (ALREADY CLEARED, OR UNKNOWN) IS REPORTED  **
      **                   AND LEFT OUT. OMITTED, ITEMS ARE TAKEN     **
      **                   FROM THE LIVE DATASET UNDER SELECT.        **
      **   PROGRAM       - OPTIONAL. ONLY ITEMS SUSPENDED BY THIS     **
      **                   PROGRAM. BLANK OR '*' FOR ANY.             **
      **   FILE-TAG      - OPTIONAL. ONLY ITEMS WITH THIS FILE TAG.   **
      **                   BLANK OR '*' FOR ANY.                      **
      **   SELECT        - OPTIONAL, LIVE DATASET ONLY. 'FIXED' (THE  **
      **                   DEFAULT) TAKES THE ITEMS MARKED FIXED      **
      **                   (SP-STATE 'F'); 'OPEN' TAKES EVERY OPEN    **
      **                   ITEM - FOR WHEN THE FIX WAS UPSTREAM (THE  **
      **                   MISSING MASTER ADDED) AND THE RECORD       **
      **                   ITSELF WAS NEVER WRONG.                    **
      **   AGE-DAYS      - OPTIONAL. AN ITEM OPEN MORE THAN THIS      **
      **                   MANY DAYS IS FLAGGED AGED. DEFAULTS TO 7,  **
      **                   THE FILEERRRPT DEFAULT.                    **
      **   REPORT-DSN    - OPTIONAL. WHERE TO WRITE THE REPORT.       **
      **                   DEFAULTS TO SYSERR ONLY, THE FILEPROF      **
      **                   CONVENTION.                                **
      **                                                              **
      ** THE LIVE DATASET IS REWRITTEN THROUGH A SIDE DATASET NAMED   **
      ** SUSPENSE-DSN + '.KEEP', THE FILEERRRPT RETENTION PASS: A     **
      ** FAILURE BEFORE THE COPY-BACK LEAVES THE LIVE DATASET         **
      ** UNTOUCHED, AND ONE DURING IT STOPS WITH THE COMPLETE .KEEP   **
      ** DATASET ON DISK FOR RECOVERY. RUN IT WHEN NOTHING THAT CAN   **
      ** SUSPEND A RECORD IS RUNNING - AN ITEM APPENDED DURING THE    **
      ** COPY-BACK WOULD BE LOST.                                     **
      **                                                              **
      ** RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN AGED ITEMS ARE STILL    **
      ** OPEN OR A CORRECTED ITEM COULD NOT BE RESUBMITTED, 16 ON A   **
      ** PARM OR FILE FAILURE.                                        **
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
           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSPENSE-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT CORRECTED-FILE ASSIGN TO DYNAMIC WS-CORRECTED-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRECTED-FILE-STATUS.
           SELECT RESUB-OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
           SELECT KEEP-FILE ASSIGN TO DYNAMIC WS-KEEP-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-SUSPENSE-RECLEN.
       01  SUSPENSE-FILE-RECORD       PIC X(32760).
       FD  CORRECTED-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-CORRECTED-RECLEN.
       01  CORRECTED-FILE-RECORD      PIC X(32760).
       FD  RESUB-OUTPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-OUTPUT-RECLEN.
       01  RESUB-OUTPUT-RECORD        PIC X(32760).
       FD  KEEP-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-KEEP-RECLEN.
       01  KEEP-RECORD                PIC X(32760).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-PARM-SUSPENSE        PIC X(64)  VALUE SPACES.
           05 WS-OUTPUT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-CORRECTED-DSN        PIC X(64)  VALUE SPACES.
           05 WS-PARM-PROGRAM         PIC X(30)  VALUE SPACES.
           05 WS-PARM-FILE-TAG        PIC X(30)  VALUE SPACES.
           05 WS-PARM-SELECT          PIC X(8)   VALUE SPACES.
           05 WS-PARM-AGE-DAYS        PIC X(9)   VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.

       01  WS-SUSPENSE-DSN            PIC X(64)  VALUE SPACES.
       01  WS-KEEP-DSN                PIC X(74)  VALUE SPACES.
       01  WS-AGE-DAYS                PIC 9(9)   VALUE 7.

       01  WS-SUSPENSE-RECLEN         USAGE BINARY-LONG VALUE 0.
       01  WS-CORRECTED-RECLEN        USAGE BINARY-LONG VALUE 0.
       01  WS-OUTPUT-RECLEN           USAGE BINARY-LONG VALUE 0.
       01  WS-KEEP-RECLEN             USAGE BINARY-LONG VALUE 0.
       01  WS-ITEM-RECLEN             USAGE BINARY-LONG VALUE 0.

       01  WS-SUSPENSE-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01  WS-CORRECTED-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01  WS-OUTPUT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-KEEP-FILE-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

       01  SUSPENSE-EOF-SW            PIC X(1)   VALUE 'N'.
           88 SUSPENSE-EOF                       VALUE 'Y'.
       01  SOURCE-EOF-SW              PIC X(1)   VALUE 'N'.
           88 SOURCE-EOF                         VALUE 'Y'.
       01  KEEP-EOF-SW                PIC X(1)   VALUE 'N'.
           88 KEEP-EOF                           VALUE 'Y'.

       01  WS-ITEMS-READ              PIC 9(9)   VALUE 0.
       01  WS-ITEMS-OPEN              PIC 9(9)   VALUE 0.
       01  WS-ITEMS-CLEARED-BEFORE    PIC 9(9)   VALUE 0.
       01  WS-SOURCE-READ             PIC 9(9)   VALUE 0.
       01  WS-ITEMS-RESUBMITTED       PIC 9(9)   VALUE 0.
       01  WS-ITEMS-REFUSED           PIC 9(9)   VALUE 0.
       01  WS-ITEMS-STILL-OPEN        PIC 9(9)   VALUE 0.
       01  WS-ITEMS-AGED              PIC 9(9)   VALUE 0.

      *
      *    THE LIVE DATASET'S OPEN ITEMS, BY ITEM ID. ITM-RESUB-SW
      *    GOES 'Y' WHEN THE ITEM IS FED BACK THIS RUN, WHICH BOTH
      *    STOPS A SECOND COPY OF IT GOING OUT AND TELLS THE REWRITE
      *    PASS TO MARK IT CLEARED.
      *
       01  WS-ITEM-TABLE.
           05 WS-ITEM-COUNT    COMP-5 PIC 9(4)   VALUE 0.
           05 WS-ITEM-ENTRY OCCURS 4096 TIMES.
              10 ITM-ID               PIC X(22).
              10 ITM-RESUB-SW         PIC X(1).
       01  WS-ITEM-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-ITEM-FOUND       COMP-5 PIC 9(4)   VALUE 0.

       01  WS-MATCH-PROGRAM           PIC X(30)  VALUE SPACES.
       01  WS-MATCH-FILE-TAG          PIC X(30)  VALUE SPACES.
       01  WS-REFUSE-REASON           PIC X(60)  VALUE SPACES.

       01  WS-ACCEPT-DATE             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-DATE-X           REDEFINES WS-ACCEPT-DATE
                                      PIC X(8).
       01  WS-TODAY                   PIC X(10)  VALUE SPACES.
       01  WS-TODAY-INT               PIC 9(9)   VALUE 0.
       01  WS-ITEM-DATE-X             PIC X(8)   VALUE SPACES.
       01  WS-ITEM-DATE               REDEFINES WS-ITEM-DATE-X
                                      PIC 9(8).
       01  WS-ITEM-AGE                PIC S9(9)  VALUE 0.

       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-EDIT-AGE                PIC Z(4)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

       COPY FILEERRSP.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILERESUB.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 020-OPEN-REPORT
           PERFORM 100-LOAD-OPEN-ITEMS
           PERFORM 200-RESUBMIT-ITEMS
           PERFORM 300-MARK-AND-LIST
           PERFORM 800-REPORT-TOTALS
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
           IF (WS-ITEMS-AGED > 0 OR WS-ITEMS-REFUSED > 0)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-SOURCE-READ TO RJ-RECORDS-READ
           MOVE WS-ITEMS-RESUBMITTED TO RJ-RECORDS-WRITTEN
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           SET RJ-EVENT-END TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           STOP RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS EIGHT COMMA-DELIMITED FIELDS. THE         **
      ** SUSPENSE NAME DEFAULTS THE SAME WAY FILEERRDSP'S DOES.       **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-PARM-SUSPENSE, WS-OUTPUT-DSN,
                    WS-CORRECTED-DSN, WS-PARM-PROGRAM,
                    WS-PARM-FILE-TAG, WS-PARM-SELECT,
                    WS-PARM-AGE-DAYS, WS-REPORT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-OUTPUT-DSN = SPACES
               DISPLAY 'FILERESUB: PARM MUST BE '
                       'SUSPENSE-DSN,OUT-DSN,CORRECTED-DSN,PROGRAM,'
                       'FILE-TAG,SELECT,AGE-DAYS,REPORT-DSN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-SUSPENSE NOT = SPACES
               MOVE WS-PARM-SUSPENSE TO WS-SUSPENSE-DSN
           ELSE
               ACCEPT WS-SUSPENSE-DSN
                   FROM ENVIRONMENT 'FILEERR_SUSPENSE'
                   ON EXCEPTION
                       MOVE SPACES TO WS-SUSPENSE-DSN
               END-ACCEPT
               IF WS-SUSPENSE-DSN = SPACES
                   MOVE 'FILEERR.SUSPENSE' TO WS-SUSPENSE-DSN
               END-IF
           END-IF
           INSPECT WS-PARM-PROGRAM
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-PARM-FILE-TAG
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-PARM-SELECT
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-PARM-PROGRAM = '*'
               MOVE SPACES TO WS-PARM-PROGRAM
           END-IF
           IF WS-PARM-FILE-TAG = '*'
               MOVE SPACES TO WS-PARM-FILE-TAG
           END-IF
           IF WS-PARM-SELECT = SPACES
               MOVE 'FIXED' TO WS-PARM-SELECT
           END-IF
           IF WS-PARM-SELECT NOT = 'FIXED'
              AND WS-PARM-SELECT NOT = 'OPEN'
               DISPLAY 'FILERESUB: SELECT MUST BE FIXED OR OPEN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-AGE-DAYS NOT = SPACES
               MOVE WS-PARM-AGE-DAYS TO WS-AGE-DAYS
           END-IF
           STRING WS-SUSPENSE-DSN DELIMITED BY SPACE
                  '.KEEP'         DELIMITED BY SIZE
                  INTO WS-KEEP-DSN
           END-STRING
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-ACCEPT-DATE)
           STRING WS-ACCEPT-DATE-X (1 : 4) '-'
                  WS-ACCEPT-DATE-X (5 : 2) '-'
                  WS-ACCEPT-DATE-X (7 : 2)
                  DELIMITED BY SIZE
               INTO WS-TODAY
           END-STRING
           .
      *****************************************************************
      ** 011-RESOLVE-GENERATIONS - A DSN OPERAND MAY NAME A RELATIVE  **
      ** GENERATION - BASE(0), BASE(-1), BASE(+1) - OF A BASE IN THE  **
      ** GENERATION CATALOG (SEE GDGRSLV.CPY).                        **
      *****************************************************************
       011-RESOLVE-GENERATIONS.
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-PARM-SUSPENSE TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-SUSPENSE
           MOVE WS-OUTPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OUTPUT-DSN
           MOVE WS-CORRECTED-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-CORRECTED-DSN
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILERESUB: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       020-OPEN-REPORT.
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'FILERESUB: UNABLE TO OPEN ' WS-REPORT-DSN
                           ' - FILE STATUS ' WS-REPORT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILERESUB RESUBMISSION FROM '
                  TRIM (WS-SUSPENSE-DSN) ' ON ' WS-TODAY
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 100-LOAD-OPEN-ITEMS - PASS 1 OVER THE LIVE DATASET: THE ID   **
      ** OF EVERY ITEM STILL OPEN. MORE OPEN ITEMS THAN THE TABLE     **
      ** HOLDS STOPS THE RUN BEFORE ANYTHING IS WRITTEN - RESUBMIT    **
      ** BY PROGRAM OR FILE TAG TO WORK THROUGH THEM.                 **
      *****************************************************************
       100-LOAD-OPEN-ITEMS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'FILERESUB: UNABLE TO OPEN ' WS-SUSPENSE-DSN
                       ' - FILE STATUS ' WS-SUSPENSE-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO SUSPENSE-EOF-SW
           PERFORM 110-READ-SUSPENSE
           PERFORM WITH TEST BEFORE UNTIL SUSPENSE-EOF
               ADD 1 TO WS-ITEMS-READ
               EVALUATE TRUE
                   WHEN SP-CLEARED
                       ADD 1 TO WS-ITEMS-CLEARED-BEFORE
                   WHEN OTHER
                       ADD 1 TO WS-ITEMS-OPEN
                       PERFORM 120-TABLE-OPEN-ITEM
               END-EVALUATE
               PERFORM 110-READ-SUSPENSE
           END-PERFORM
           CLOSE SUSPENSE-FILE
           .
       110-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END SET SUSPENSE-EOF TO TRUE
           END-READ
           IF NOT SUSPENSE-EOF
               PERFORM 9800-SUSPENSE-FILE-STATUS-CHECK
               MOVE SUSPENSE-FILE-RECORD TO SUSPENSE-RECORD
               MOVE WS-SUSPENSE-RECLEN TO WS-ITEM-RECLEN
           END-IF
           .
       120-TABLE-OPEN-ITEM.
           IF WS-ITEM-COUNT >= 4096
               DISPLAY 'FILERESUB: MORE THAN 4096 OPEN ITEMS IN '
                       WS-SUSPENSE-DSN ' - RESUBMIT BY PROGRAM OR '
                       'FILE TAG' UPON SYSERR
               CLOSE SUSPENSE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE SP-ITEM-ID TO ITM-ID (WS-ITEM-COUNT)
           MOVE 'N' TO ITM-RESUB-SW (WS-ITEM-COUNT)
           .
      *****************************************************************
      ** 200-RESUBMIT-ITEMS - PASS 2: READ THE CORRECTED COPY (OR     **
      ** THE LIVE DATASET AGAIN) AND WRITE OUT EVERY SELECTED ITEM    **
      ** THAT IS OPEN IN THE LIVE DATASET, ITS RECORD ALONE, AT ITS   **
      ** ORIGINAL LENGTH.                                             **
      *****************************************************************
       200-RESUBMIT-ITEMS.
           IF WS-CORRECTED-DSN NOT = SPACES
               OPEN INPUT CORRECTED-FILE
               IF WS-CORRECTED-FILE-STATUS NOT = '00'
                   DISPLAY 'FILERESUB: UNABLE TO OPEN '
                           WS-CORRECTED-DSN ' - FILE STATUS '
                           WS-CORRECTED-FILE-STATUS UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT SUSPENSE-FILE
               IF WS-SUSPENSE-FILE-STATUS NOT = '00'
                   DISPLAY 'FILERESUB: UNABLE TO REOPEN '
                           WS-SUSPENSE-DSN ' - FILE STATUS '
                           WS-SUSPENSE-FILE-STATUS UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT RESUB-OUTPUT-FILE
           IF WS-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILERESUB: UNABLE TO OPEN ' WS-OUTPUT-DSN
                       ' - FILE STATUS ' WS-OUTPUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RESUBMITTED TO ' TRIM (WS-OUTPUT-DSN)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           PERFORM 880-EMIT-ITEM-HEADING
           MOVE 'N' TO SOURCE-EOF-SW
           MOVE 'N' TO SUSPENSE-EOF-SW
           PERFORM 210-READ-SOURCE
           PERFORM WITH TEST BEFORE UNTIL SOURCE-EOF
               ADD 1 TO WS-SOURCE-READ
               PERFORM 220-CONSIDER-ITEM
               PERFORM 210-READ-SOURCE
           END-PERFORM
           IF WS-CORRECTED-DSN NOT = SPACES
               CLOSE CORRECTED-FILE
           ELSE
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE RESUB-OUTPUT-FILE
           .
       210-READ-SOURCE.
           IF WS-CORRECTED-DSN = SPACES
               PERFORM 110-READ-SUSPENSE
               IF SUSPENSE-EOF
                   SET SOURCE-EOF TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ CORRECTED-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           IF NOT SOURCE-EOF
               PERFORM 9800-CORRECTED-FILE-STATUS-CHECK
               MOVE CORRECTED-FILE-RECORD TO SUSPENSE-RECORD
               MOVE WS-CORRECTED-RECLEN TO WS-ITEM-RECLEN
           END-IF
           .
      *****************************************************************
      ** 220-CONSIDER-ITEM - ONE ITEM OF THE SOURCE. THE PROGRAM AND  **
      ** FILE-TAG FILTERS APPLY EITHER WAY; FROM THE LIVE DATASET     **
      ** SELECT DECIDES TOO. A CORRECTED ITEM THAT IS NOT OPEN IN     **
      ** THE LIVE DATASET, OR WHOSE HEADER NO LONGER DESCRIBES ITS    **
      ** RECORD, IS REFUSED AND REPORTED - NEVER GUESSED AT.          **
      *****************************************************************
       220-CONSIDER-ITEM.
           MOVE SP-PROGRAM TO WS-MATCH-PROGRAM
           MOVE SP-FILE-TAG TO WS-MATCH-FILE-TAG
           INSPECT WS-MATCH-PROGRAM
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-MATCH-FILE-TAG
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF (WS-PARM-PROGRAM NOT = SPACES
               AND WS-PARM-PROGRAM NOT = WS-MATCH-PROGRAM)
              OR (WS-PARM-FILE-TAG NOT = SPACES
                  AND WS-PARM-FILE-TAG NOT = WS-MATCH-FILE-TAG)
               EXIT PARAGRAPH
           END-IF
           IF WS-CORRECTED-DSN = SPACES
               IF SP-CLEARED
                  OR (WS-PARM-SELECT = 'FIXED' AND NOT SP-FIXED)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                     UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                        OR WS-ITEM-FOUND > 0
               IF ITM-ID (WS-ITEM-SUB) = SP-ITEM-ID
                   MOVE WS-ITEM-SUB TO WS-ITEM-FOUND
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND = 0
               MOVE 'NOT OPEN IN THE SUSPENSE DATASET'
                 TO WS-REFUSE-REASON
               PERFORM 290-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           IF ITM-RESUB-SW (WS-ITEM-FOUND) = 'Y'
               MOVE 'APPEARS TWICE - RESUBMITTED ONCE'
                 TO WS-REFUSE-REASON
               PERFORM 290-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           IF SP-RECLEN NOT NUMERIC
              OR SP-RECLEN = 0
              OR SP-RECLEN > LENGTH (SP-DATA)
              OR LENGTH (SP-HEADER) + SP-RECLEN > WS-ITEM-RECLEN
               MOVE 'HEADER RECORD LENGTH DOES NOT FIT THE ITEM'
                 TO WS-REFUSE-REASON
               PERFORM 290-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE SP-RECLEN TO WS-OUTPUT-RECLEN
           MOVE SP-DATA (1 : SP-RECLEN) TO RESUB-OUTPUT-RECORD
           WRITE RESUB-OUTPUT-RECORD
           PERFORM 9800-RESUB-OUTPUT-FILE-STATUS-CHECK
           MOVE 'Y' TO ITM-RESUB-SW (WS-ITEM-FOUND)
           ADD 1 TO WS-ITEMS-RESUBMITTED
           PERFORM 870-FORMAT-ITEM-LINE
           MOVE 'RESUBMITTED' TO WS-REPORT-LINE (117 : 11)
           PERFORM 900-EMIT-REPORT-LINE
           .
      *
      *    THE ITEM LINE GOES OUT FLAGGED, WITH THE REASON FROM
      *    WS-REFUSE-REASON ON THE LINE BELOW IT.
      *
       290-REFUSE-ITEM.
           ADD 1 TO WS-ITEMS-REFUSED
           PERFORM 870-FORMAT-ITEM-LINE
           MOVE 'REFUSED' TO WS-REPORT-LINE (117 : 7)
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REFUSE-REASON TO WS-REPORT-LINE (26 : 60)
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 300-MARK-AND-LIST - PASS 3 OVER THE LIVE DATASET: EVERY      **
      ** ITEM FED BACK THIS RUN IS MARKED CLEARED (WHEN THERE WERE    **
      ** ANY - OTHERWISE THE DATASET IS ONLY READ), AND EVERY ITEM    **
      ** STILL OPEN IS LISTED WITH ITS AGE.                           **
      *****************************************************************
       300-MARK-AND-LIST.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'FILERESUB: UNABLE TO REOPEN ' WS-SUSPENSE-DSN
                       ' - FILE STATUS ' WS-SUSPENSE-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ITEMS-RESUBMITTED > 0
               OPEN OUTPUT KEEP-FILE
               IF WS-KEEP-FILE-STATUS NOT = '00'
                   DISPLAY 'FILERESUB: UNABLE TO OPEN ' WS-KEEP-DSN
                           ' - FILE STATUS ' WS-KEEP-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           MOVE 'STILL OPEN' TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           PERFORM 880-EMIT-ITEM-HEADING
           MOVE 'N' TO SUSPENSE-EOF-SW
           PERFORM 110-READ-SUSPENSE
           PERFORM WITH TEST BEFORE UNTIL SUSPENSE-EOF
               PERFORM 310-MARK-ONE-ITEM
               PERFORM 110-READ-SUSPENSE
           END-PERFORM
           CLOSE SUSPENSE-FILE
           IF WS-ITEMS-RESUBMITTED > 0
               CLOSE KEEP-FILE
               PERFORM 350-COPY-KEEP-BACK
           END-IF
           .
       310-MARK-ONE-ITEM.
           IF NOT SP-CLEARED
               MOVE 0 TO WS-ITEM-FOUND
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                            OR WS-ITEM-FOUND > 0
                   IF ITM-ID (WS-ITEM-SUB) = SP-ITEM-ID
                      AND ITM-RESUB-SW (WS-ITEM-SUB) = 'Y'
                       MOVE WS-ITEM-SUB TO WS-ITEM-FOUND
                   END-IF
               END-PERFORM
               IF WS-ITEM-FOUND > 0
                   SET SP-CLEARED TO TRUE
                   MOVE WS-TODAY TO SP-CLEARED-DATE
                   MOVE SP-HEADER
                     TO SUSPENSE-FILE-RECORD (1 : LENGTH (SP-HEADER))
               ELSE
                   PERFORM 320-LIST-OPEN-ITEM
               END-IF
           END-IF
           IF WS-ITEMS-RESUBMITTED > 0
               MOVE WS-SUSPENSE-RECLEN TO WS-KEEP-RECLEN
               MOVE SUSPENSE-FILE-RECORD TO KEEP-RECORD
               WRITE KEEP-RECORD
               IF WS-KEEP-FILE-STATUS (1 : 1) NOT = '0'
                   DISPLAY 'FILERESUB: WRITE TO ' WS-KEEP-DSN
                           ' FAILED - FILE STATUS '
                           WS-KEEP-FILE-STATUS
                           ' - SUSPENSE DATASET UNTOUCHED'
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      *
      *    AN ITEM WHOSE SUSPENSION DATE WAS EDITED INTO SOMETHING
      *    THAT ISN'T A DATE CAN'T BE AGED - IT IS FLAGGED AGED, SO
      *    SOMEBODY LOOKS AT IT, RATHER THAN PASSED OVER.
      *
       320-LIST-OPEN-ITEM.
           ADD 1 TO WS-ITEMS-STILL-OPEN
           PERFORM 870-FORMAT-ITEM-LINE
           STRING SP-DATE (1 : 4) SP-DATE (6 : 2) SP-DATE (9 : 2)
                  DELIMITED BY SIZE
               INTO WS-ITEM-DATE-X
           END-STRING
           IF WS-ITEM-DATE-X IS NUMERIC
              AND TEST-DATE-YYYYMMDD (WS-ITEM-DATE) = 0
               COMPUTE WS-ITEM-AGE =
                   WS-TODAY-INT - INTEGER-OF-DATE (WS-ITEM-DATE)
               MOVE WS-ITEM-AGE TO WS-EDIT-AGE
               MOVE WS-EDIT-AGE TO WS-REPORT-LINE (110 : 5)
           ELSE
               MOVE 99999 TO WS-ITEM-AGE
               MOVE '    ?' TO WS-REPORT-LINE (110 : 5)
           END-IF
           IF WS-ITEM-AGE > WS-AGE-DAYS
               ADD 1 TO WS-ITEMS-AGED
               MOVE 'AGED' TO WS-REPORT-LINE (117 : 4)
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 350-COPY-KEEP-BACK - THE .KEEP DATASET BECOMES THE LIVE      **
      ** DATASET. THE SIDE DATASET IS ONLY DELETED AFTER A CLEAN      **
      ** COPY.                                                        **
      *****************************************************************
       350-COPY-KEEP-BACK.
           OPEN INPUT KEEP-FILE
           IF WS-KEEP-FILE-STATUS NOT = '00'
               DISPLAY 'FILERESUB: UNABLE TO REOPEN ' WS-KEEP-DSN
                       ' - FILE STATUS ' WS-KEEP-FILE-STATUS
                       ' - SUSPENSE DATASET UNTOUCHED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'FILERESUB: UNABLE TO REWRITE '
                       WS-SUSPENSE-DSN ' - FILE STATUS '
                       WS-SUSPENSE-FILE-STATUS UPON SYSERR
               DISPLAY 'FILERESUB: THE COMPLETE SUSPENSE DATASET IS '
                       'IN ' WS-KEEP-DSN ' - RECOVER IT BY HAND'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO KEEP-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE WS-KEEP-RECLEN TO WS-SUSPENSE-RECLEN
                       MOVE KEEP-RECORD TO SUSPENSE-FILE-RECORD
                       WRITE SUSPENSE-FILE-RECORD
                       IF WS-SUSPENSE-FILE-STATUS (1 : 1) NOT = '0'
                           DISPLAY 'FILERESUB: REWRITE OF '
                                   WS-SUSPENSE-DSN
                                   ' FAILED - FILE STATUS '
                                   WS-SUSPENSE-FILE-STATUS
                                   UPON SYSERR
                           DISPLAY 'FILERESUB: THE COMPLETE '
                                   'SUSPENSE DATASET IS IN '
                                   WS-KEEP-DSN
                                   ' - RECOVER IT BY HAND'
                                   UPON SYSERR
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEEP-FILE
           CLOSE SUSPENSE-FILE
           CALL 'CBL_DELETE_FILE' USING WS-KEEP-DSN
           END-CALL
           MOVE 0 TO RETURN-CODE
           .
       800-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           MOVE WS-ITEMS-READ TO WS-EDIT-COUNT
           STRING 'SUSPENSE ITEMS: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-ITEMS-CLEARED-BEFORE TO WS-EDIT-COUNT
           STRING '   CLEARED EARLIER: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (40 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ITEMS-RESUBMITTED TO WS-EDIT-COUNT
           STRING 'RESUBMITTED AND CLEARED: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-ITEMS-REFUSED TO WS-EDIT-COUNT
           STRING '   REFUSED: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (40 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ITEMS-STILL-OPEN TO WS-EDIT-COUNT
           STRING 'STILL OPEN: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-ITEMS-AGED TO WS-EDIT-COUNT
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE
           STRING '   AGED (OPEN MORE THAN ' TRIM (WS-EDIT-AGE)
                  ' DAYS): ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (40 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 870-FORMAT-ITEM-LINE - ONE ITEM: ID, STATE, PROGRAM, FILE    **
      ** TAG, STATUS, WHEN SUSPENDED, RECORD LENGTH. THE CALLER       **
      ** ADDS THE AGE AND THE FLAG.                                   **
      *****************************************************************
       870-FORMAT-ITEM-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE SP-ITEM-ID TO WS-REPORT-LINE (1 : 22)
           MOVE SP-STATE TO WS-REPORT-LINE (24 : 1)
           MOVE SP-PROGRAM TO WS-REPORT-LINE (26 : 20)
           MOVE SP-FILE-TAG TO WS-REPORT-LINE (47 : 20)
           MOVE SP-STATUS TO WS-REPORT-LINE (68 : 2)
           MOVE SP-DATE TO WS-REPORT-LINE (71 : 10)
           MOVE SP-TIME TO WS-REPORT-LINE (82 : 8)
           IF SP-RECLEN IS NUMERIC
               MOVE SP-RECLEN TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (91 : 9)
           END-IF
           .
       880-EMIT-ITEM-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEM-ID                S PROGRAM              '
                  'FILE                 ST SUSPENDED'
                  '              RECLEN            AGE  FLAG'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
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
           ==:FILE-ID:==     BY ==SUSPENSE-FILE==
           ==:FILE-TAG:==    BY =='SUSPENSE-FILE'==
           ==:FILE-STATUS:== BY ==WS-SUSPENSE-FILE-STATUS==
           ==:FILE-RECORD:== BY ==SUSPENSE-FILE-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-SUSPENSE-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==CORRECTED-FILE==
           ==:FILE-TAG:==    BY =='CORRECTED-FILE'==
           ==:FILE-STATUS:== BY ==WS-CORRECTED-FILE-STATUS==
           ==:FILE-RECORD:== BY ==CORRECTED-FILE-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-CORRECTED-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==RESUB-OUTPUT-FILE==
           ==:FILE-TAG:==    BY =='RESUB-OUTPUT-FILE'==
           ==:FILE-STATUS:== BY ==WS-OUTPUT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==RESUB-OUTPUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-OUTPUT-RECLEN==.
