       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILESORT.
      *****************************************************************
      ** FIELD-MAP-DRIVEN SORT/MERGE - ORDER A DATASET ON ONE OR     **
      ** MORE MAPPED FIELDS BY NAME, BY THE FIELDS' VALUES RATHER    **
      ** THAN THEIR BYTES. A BYTE-ORDER SORT PUTS A NEGATIVE COMP-3  **
      ** (SIGN IN THE LAST NIBBLE) AMONG THE POSITIVES AND A NATIVE- **
      ** ENDIAN COMP-5 IN NO USEFUL ORDER AT ALL; HERE EVERY COMP-3, **
      ** COMP, COMP-5, DATE AND DATE-J SORT FIELD IS DECODED THROUGH **
      ** FMDECODE AND ORDERED BY ITS SIGNED VALUE, AND EVERY OTHER   **
      ** (CHAR) FIELD BY ITS CHARACTER VALUE - SO THE OUTPUT IS      **
      ** WHAT FILEDELTA, FILELOAD AND FILESUM'S CONTROL BREAKS MEAN  **
      ** BY "ASCENDING KEY ORDER".                                   **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO EIGHT COMMA- **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   IN-DSN,OUT-DSN,RECLEN,RECFM,MAP-DSN,SORT-FIELDS,          **
      **   REJECT-DSN,MODE                                           **
      **                                                             **
      **   IN-DSN      - REQUIRED. THE DATASET TO SORT, OR UP TO 8   **
      **                 DATASETS SEPARATED BY '+' (THE COMMA IS THE **
      **                 PARM DELIMITER), READ ONE AFTER ANOTHER THE **
      **                 WAY A CONCATENATED SORTIN IS.               **
      **   OUT-DSN     - REQUIRED. THE SORTED OUTPUT. ANY EXISTING   **
      **                 CONTENT IS REPLACED.                        **
      **   RECLEN      - OPTIONAL. FIXED RECORD LENGTH TO READ.      **
      **                 DEFAULTS TO 80. IGNORED WITH RECFM 'V'.     **
      **   RECFM       - OPTIONAL. 'F' (THE DEFAULT) FOR FIXED       **
      **                 RECORDS, 'V' FOR MAINFRAME VB TRANSFERS     **
      **                 WITH A 4-BYTE RDW (THE COBDUMPUTIL FORMAT). **
      **                 THE OUTPUT AND REJECT DATASETS ARE WRITTEN  **
      **                 IN THE SAME FORMAT AS THE INPUT.            **
      **   MAP-DSN     - REQUIRED. FIELD-MAP DATASET (SEE           **
      **                 FLDMAP.CPY). A MULTI-LAYOUT MAP WORKS - A   **
      **                 SORT FIELD IS FOUND BY NAME IN WHICHEVER    **
      **                 LAYOUT FMSELECT PICKS FOR EACH RECORD.      **
      **   SORT-FIELDS - REQUIRED. THE FMT-NAMES TO SORT ON, MAJOR   **
      **                 FIRST, SEPARATED BY '+', UP TO 8 OF THEM.   **
      **                 EACH MAY END IN '/A' (ASCENDING, THE        **
      **                 DEFAULT) OR '/D' (DESCENDING), E.G.         **
      **                 BRANCH+ACCT-NO+TXN-DATE/D.                  **
      **   REJECT-DSN  - OPTIONAL. WHERE TO WRITE, INTACT, EVERY     **
      **                 RECORD THAT CAN'T BE SORTED. DEFAULTS TO    **
      **                 COUNT-AND-REPORT ONLY.                      **
      **   MODE        - OPTIONAL. 'SORT' (THE DEFAULT) OR 'MERGE'.  **
      **                 MERGE TAKES 2-8 INPUTS THAT ARE EACH        **
      **                 ALREADY IN ORDER ON THE SAME SORT FIELDS    **
      **                 AND COMBINES THEM - EACH INPUT'S ORDER IS   **
      **                 CHECKED ON THE WAY IN, AND AN INPUT THAT    **
      **                 TURNS OUT NOT TO BE IN ORDER IS A FATAL     **
      **                 ERROR (THE FILEDELTA RULE - A MERGE OF      **
      **                 UNSORTED INPUT IS NOT A MERGE).             **
      **                                                             **
      ** A RECORD IS REJECTED, NOT SORTED AS GARBAGE, WHEN IT         **
      ** MATCHES NO LAYOUT, WHEN ITS LAYOUT LACKS A SORT FIELD, WHEN  **
      ** A SORT FIELD RUNS PAST THE END OF THE RECORD, OR WHEN A     **
      ** NUMERIC OR DATE SORT FIELD WON'T DECODE. EACH REJECT IS     **
      ** REPORTED AND DUMPED WITH ITS RECORD NUMBER (THE FILELOAD    **
      ** REJECT DUMP). RECORDS WITH EQUAL SORT FIELDS KEEP THEIR     **
      ** INPUT ORDER.                                                **
      **                                                             **
      ** THE RUN ENDS WITH A SUMMARY AND RETURN-CODE 0 WHEN EVERY    **
      ** RECORD WAS SORTED, 8 WHEN ANY WAS REJECTED (THE FILELOAD    **
      ** CONVENTION), 16 ON A PARM OR FILE FAILURE, A TRUNCATED RDW  **
      ** INPUT, OR A MERGE INPUT OUT OF ORDER.                       **
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
           SELECT SORT-INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT SORT-OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK01'.
       DATA DIVISION.
       FILE SECTION.
       FD  SORT-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-INPUT-RECLEN.
       01  SORT-INPUT-RECORD          PIC X(32760).
       FD  SORT-OUTPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-OUTPUT-RECLEN.
       01  SORT-OUTPUT-RECORD         PIC X(32760).
       FD  REJECT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-REJECT-RECLEN.
       01  REJECT-RECORD              PIC X(32760).
      *
      * THE SORT RECORD IS THE NORMALIZED KEY (SEE 210-BUILD-SORT-
      * KEY), THE INPUT SEQUENCE NUMBER THAT KEEPS EQUAL KEYS IN
      * INPUT ORDER, AND THE RECORD ITSELF WITH ITS OWN LENGTH - A
      * RETURNED SORT RECORD DOESN'T RELIABLY REPORT THE LENGTH IT
      * WAS RELEASED WITH, SO THE LENGTH RIDES IN THE DATA.
      *
       SD  SORT-WORK-FILE
           RECORD IS VARYING IN SIZE FROM 527 TO 33286 CHARACTERS
           DEPENDING ON WS-WORK-RECLEN.
       01  SORT-WORK-RECORD.
           05 SWR-KEY                 PIC X(512).
           05 SWR-SEQUENCE            PIC 9(9).
           05 SWR-LENGTH              PIC 9(5).
           05 SWR-IMAGE               PIC X(32760).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-PARM-IN-DSNS         PIC X(200) VALUE SPACES.
           05 WS-OUTPUT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-RECLEN          PIC X(9)   VALUE SPACES.
           05 WS-PARM-RECFM           PIC X(1)   VALUE SPACES.
           05 WS-PARM-MAP-DSN         PIC X(64)  VALUE SPACES.
           05 WS-PARM-SORT-FIELDS     PIC X(128) VALUE SPACES.
           05 WS-REJECT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-MODE            PIC X(8)   VALUE SPACES.

       01  WS-MODE-SW                 PIC X(1)   VALUE 'S'.
           88 WS-SORT-MODE                       VALUE 'S'.
           88 WS-MERGE-MODE                      VALUE 'M'.

       01  WS-INPUT-DSN               PIC X(64)  VALUE SPACES.
       01  WS-IN-COUNT                PIC 9(4)   VALUE 0.
       01  WS-IN-SUB                  USAGE BINARY-LONG VALUE 0.
       01  WS-IN-PTR                  USAGE BINARY-LONG VALUE 0.
       01  WS-IN-TABLE.
           05 WS-IN-DSN               PIC X(64) OCCURS 8 TIMES.
       01  WS-IN-TOKEN                PIC X(64)  VALUE SPACES.

       01  WS-IMAGE-RECLEN            USAGE BINARY-LONG VALUE 80.
       01  WS-INPUT-RECLEN            USAGE BINARY-LONG VALUE 80.
       01  WS-OUTPUT-RECLEN           USAGE BINARY-LONG VALUE 0.
       01  WS-REJECT-RECLEN           USAGE BINARY-LONG VALUE 0.
       01  WS-WORK-RECLEN             USAGE BINARY-LONG VALUE 0.

       01  WS-INPUT-FILE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-OUTPUT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-REJECT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  REJECT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REJECT-FILE-OPEN                   VALUE 'Y'.

       01  INPUT-EOF-SW               PIC X(1)   VALUE 'N'.
           88 INPUT-EOF                          VALUE 'Y'.
       01  SORT-EOF-SW                PIC X(1)   VALUE 'N'.
           88 SORT-EOF                           VALUE 'Y'.

      *
      *    RDW (RECFM 'V') STATE - THE COBDUMPUTIL BYTE-STREAM READ,
      *    PLUS A WRITE HANDLE AND OFFSET FOR EACH OF THE OUTPUT AND
      *    REJECT DATASETS. RDW-RECORD-LENGTH IS COMP-X, SO THE TWO
      *    PREFIX BYTES READ AND WRITE BIG-ENDIAN THE WAY THE
      *    MAINFRAME DOES.
      *
       01  WS-RECFM-SW                PIC X(1)   VALUE 'F'.
           88 WS-RECFM-RDW                       VALUE 'V'.
       01  RDW-FILE-HANDLE            PIC X(4) COMP-X.
       01  RDW-FILE-OFFSET            PIC X(8) COMP-X.
       01  RDW-READ-COUNT             PIC X(4) COMP-X.
       01  RDW-READ-FLAGS             PIC X COMP-X VALUE 0.
       01  RDW-ACCESS-MODE            PIC X COMP-X VALUE 1.
       01  RDW-WRITE-MODE             PIC X COMP-X VALUE 2.
       01  RDW-DENY-MODE              PIC X COMP-X VALUE 0.
       01  RDW-DEVICE                 PIC X COMP-X VALUE 0.
       01  RDW-FILE-DETAILS.
           05 RDW-FILE-SIZE           PIC X(8) COMP-X.
           05 RDW-FILE-DATE           PIC X(4) COMP-X.
           05 RDW-FILE-TIME           PIC X(4) COMP-X.
       01  RDW-PREFIX.
           05 RDW-RECORD-LENGTH       PIC X(2) COMP-X.
           05 RDW-PREFIX-ZEROS        PIC X(2).
       01  RDW-PAYLOAD-LENGTH         USAGE BINARY-LONG VALUE 0.
       01  RDW-EOF-SW                 PIC X(1)   VALUE 'N'.
           88 RDW-EOF                            VALUE 'Y'.
       01  RDW-TRUNCATED-SW           PIC X(1)   VALUE 'N'.
           88 RDW-TRUNCATED                      VALUE 'Y'.
       01  RDW-OUT-HANDLE             PIC X(4) COMP-X.
       01  RDW-OUT-OFFSET             PIC X(8) COMP-X VALUE 0.
       01  RDW-REJECT-HANDLE          PIC X(4) COMP-X.
       01  RDW-REJECT-OFFSET          PIC X(8) COMP-X VALUE 0.
       01  RDW-WRITE-COUNT            PIC X(4) COMP-X.

       01  WS-RECORD-IMAGE            PIC X(32760) VALUE SPACES.
       01  WS-RECORD-LENGTH           USAGE BINARY-LONG VALUE 0.

      *
      *    SORT FIELDS, IN MAJOR-TO-MINOR ORDER. SF-KEY-POS/WIDTH IS
      *    THE FIELD'S SLOT IN SWR-KEY: 19 BYTES FOR A NUMERIC FIELD,
      *    THE LONGEST LENGTH THE NAME HAS IN ANY LAYOUT FOR A CHAR
      *    ONE. WS-LK-FM-SUB (LAYOUT, FIELD) IS THE FIELD'S MAP ENTRY
      *    IN EACH LAYOUT, 0 WHERE THAT LAYOUT DOESN'T CARRY IT.
      *
       01  WS-SF-COUNT                USAGE BINARY-LONG VALUE 0.
       01  WS-SF-SUB                  USAGE BINARY-LONG VALUE 0.
       01  WS-SF-PTR                  USAGE BINARY-LONG VALUE 0.
       01  WS-SF-TOKEN                PIC X(40)  VALUE SPACES.
       01  WS-SF-DIRECTION            PIC X(8)   VALUE SPACES.
       01  WS-SF-TABLE.
           05 WS-SF-ENTRY OCCURS 8 TIMES.
              10 SF-NAME              PIC X(30).
              10 SF-DESCENDING-SW     PIC X(1).
              10 SF-NUMERIC-SW        PIC X(1).
              10 SF-KEY-POS           PIC 9(4).
              10 SF-KEY-WIDTH         PIC 9(4).
       01  WS-LK-TABLE.
           05 WS-LK-LAYOUT OCCURS 8 TIMES.
              10 WS-LK-FM-SUB         PIC 9(4) OCCURS 8 TIMES.
       01  WS-KEY-END                 PIC 9(4)   VALUE 0.
       01  WS-FIELD-CLASS             PIC X(1)   VALUE SPACE.
       01  WS-FIELD-SEEN-SW           PIC X(1)   VALUE 'N'.

       01  WS-FM-SUB                  PIC 9(4)   VALUE 0.
       01  WS-LAY-SUB                 PIC 9(4)   VALUE 0.
       01  WS-LAY-FIRST               USAGE BINARY-LONG VALUE 0.
       01  WS-LAY-LAST                USAGE BINARY-LONG VALUE 0.
       01  WS-RECORD-LAYOUT           USAGE BINARY-LONG VALUE 0.

       01  WS-KEY-NUMBER              PIC 9(19)  VALUE 0.
       01  WS-KEY-GOOD-SW             PIC X(1)   VALUE 'Y'.
       01  WS-REJECT-REASON           PIC X(60)  VALUE SPACES.
       01  WS-PRIOR-KEY               PIC X(512) VALUE LOW-VALUES.
       01  WS-PRIOR-KEY-SW            PIC X(1)   VALUE 'N'.

      *
      *    EVERY BYTE VALUE IN ASCENDING ORDER, AND IN DESCENDING
      *    ORDER - INSPECT CONVERTING FROM THE FIRST TO THE SECOND
      *    TURNS A KEY SLOT INTO ITS BYTE-FOR-BYTE COMPLEMENT, WHICH
      *    SORTS ASCENDING EXACTLY WHERE THE ORIGINAL SORTS
      *    DESCENDING.
      *
       01  WS-ASCENDING-BYTES         PIC X(256) VALUE SPACES.
       01  WS-DESCENDING-BYTES        PIC X(256) VALUE SPACES.
       01  WS-BYTE-WORK.
           05 WS-BYTE-VALUE           PIC X COMP-X.
       01  WS-BYTE-CHAR               REDEFINES WS-BYTE-WORK
                                      PIC X(1).
       01  WS-BYTE-SUB                USAGE BINARY-LONG VALUE 0.

       01  WS-RECORDS-READ            PIC 9(9)   VALUE 0.
       01  WS-RECORDS-SORTED          PIC 9(9)   VALUE 0.
       01  WS-RECORDS-WRITTEN         PIC 9(9)   VALUE 0.
       01  WS-RECORDS-REJECTED        PIC 9(9)   VALUE 0.

       COPY DUMPCFG.

       COPY FLDMAP.

       COPY FMDECODE.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILESORT.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 015-LOAD-FIELD-MAP
           PERFORM 017-BIND-SORT-FIELDS
           PERFORM 019-BUILD-BYTE-TABLES
           PERFORM 020-OPEN-OUTPUTS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWR-KEY, SWR-SEQUENCE
               INPUT PROCEDURE IS 100-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 300-WRITE-SORTED-RECORDS
           IF SORT-RETURN NOT = 0
               DISPLAY 'FILESORT: SORT FAILED - SORT-RETURN '
                       SORT-RETURN UPON SYSERR
               CALL 'FILEERRSUM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 090-CLOSE-OUTPUTS
           PERFORM 850-PRINT-SUMMARY
      *
      * FILEERRSUM GOES FIRST - A CALL REPLACES RETURN-CODE WITH THE
      * CALLED PROGRAM'S OWN EXIT CODE, SO A CODE SET BEFORE THE CALL
      * WOULD BE LOST. RAISING (NEVER LOWERING) AFTERWARD PRESERVES
      * THE 8 FILEERRSUM SETS WHEN RECORDS WERE SKIPPED BY POLICY.
      *
           CALL 'FILEERRSUM'
           IF WS-RECORDS-REJECTED > 0
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RDW-TRUNCATED
               MOVE 16 TO RETURN-CODE
           END-IF
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
      ** ARGUMENT) INTO ITS EIGHT COMMA-DELIMITED FIELDS, THEN THE    **
      ** '+'-SEPARATED INPUT LIST INTO ITS DATASET NAMES.             **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-PARM-IN-DSNS, WS-OUTPUT-DSN,
                    WS-PARM-RECLEN, WS-PARM-RECFM,
                    WS-PARM-MAP-DSN, WS-PARM-SORT-FIELDS,
                    WS-REJECT-DSN, WS-PARM-MODE
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-PARM-IN-DSNS = SPACES OR WS-OUTPUT-DSN = SPACES
              OR WS-PARM-MAP-DSN = SPACES
              OR WS-PARM-SORT-FIELDS = SPACES
               DISPLAY 'FILESORT: PARM MUST BE IN-DSN,OUT-DSN,RECLEN,'
                       'RECFM,MAP-DSN,SORT-FIELDS,REJECT-DSN,MODE'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-RECLEN NOT = SPACES
               MOVE WS-PARM-RECLEN TO WS-IMAGE-RECLEN
           END-IF
           IF WS-IMAGE-RECLEN = 0 OR WS-IMAGE-RECLEN > 32760
               DISPLAY 'FILESORT: RECLEN MUST BE 1-32760' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-RECFM NOT = SPACES
               MOVE WS-PARM-RECFM TO WS-RECFM-SW
               INSPECT WS-RECFM-SW
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF WS-RECFM-SW NOT = 'F' AND WS-RECFM-SW NOT = 'V'
               DISPLAY 'FILESORT: RECFM MUST BE F OR V' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           INSPECT WS-PARM-MODE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE WS-PARM-MODE
               WHEN SPACES
               WHEN 'SORT'
                   SET WS-SORT-MODE TO TRUE
               WHEN 'MERGE'
                   SET WS-MERGE-MODE TO TRUE
               WHEN OTHER
                   DISPLAY 'FILESORT: MODE MUST BE SORT OR MERGE'
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE 0 TO WS-IN-COUNT
           MOVE 1 TO WS-IN-PTR
           PERFORM WITH TEST BEFORE UNTIL WS-IN-PTR > 200
               MOVE SPACES TO WS-IN-TOKEN
               UNSTRING WS-PARM-IN-DSNS
                   DELIMITED BY '+'
                   INTO WS-IN-TOKEN
                   WITH POINTER WS-IN-PTR
               END-UNSTRING
               IF WS-IN-TOKEN = SPACES
                   EXIT PERFORM
               END-IF
               IF WS-IN-COUNT >= 8
                   DISPLAY 'FILESORT: MORE THAN 8 INPUT DATASETS - '
                           'RUN REFUSED' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-IN-COUNT
               MOVE WS-IN-TOKEN TO GDG-NAME
               CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
               END-CALL
               MOVE GDG-NAME TO WS-IN-DSN (WS-IN-COUNT)
           END-PERFORM
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILESORT: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MERGE-MODE AND WS-IN-COUNT < 2
               DISPLAY 'FILESORT: MERGE NEEDS 2-8 INPUT DATASETS, '
                       'SEPARATED BY +' UPON SYSERR
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
           MOVE WS-OUTPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OUTPUT-DSN
           MOVE WS-PARM-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-MAP-DSN
           MOVE WS-REJECT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REJECT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILESORT: A RELATIVE GENERATION IN THE PARM '
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
               DISPLAY 'FILESORT: UNABLE TO LOAD FIELD MAP '
                       WS-PARM-MAP-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 017-BIND-SORT-FIELDS - THE '+'-SEPARATED LIST, EACH NAME    **
      ** LOOKED UP IN EVERY LAYOUT. A NAME NO LAYOUT CARRIES, OR ONE **
      ** THAT IS NUMERIC IN ONE LAYOUT AND CHAR IN ANOTHER (THERE'S  **
      ** NO ONE ORDER FOR THAT), IS A FATAL PARM ERROR.              **
      *****************************************************************
       017-BIND-SORT-FIELDS.
           INITIALIZE WS-LK-TABLE
           MOVE 0 TO WS-SF-COUNT
           MOVE 0 TO WS-KEY-END
           MOVE 1 TO WS-SF-PTR
           PERFORM WITH TEST BEFORE UNTIL WS-SF-PTR > 128
               MOVE SPACES TO WS-SF-TOKEN
               UNSTRING WS-PARM-SORT-FIELDS
                   DELIMITED BY '+'
                   INTO WS-SF-TOKEN
                   WITH POINTER WS-SF-PTR
               END-UNSTRING
               IF WS-SF-TOKEN = SPACES
                   EXIT PERFORM
               END-IF
               PERFORM 018-BIND-ONE-SORT-FIELD
           END-PERFORM
           IF WS-SF-COUNT = 0
               DISPLAY 'FILESORT: NO SORT FIELD NAMED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       018-BIND-ONE-SORT-FIELD.
           IF WS-SF-COUNT >= 8
               DISPLAY 'FILESORT: MORE THAN 8 SORT FIELDS - RUN '
                       'REFUSED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SF-COUNT
           MOVE WS-SF-COUNT TO WS-SF-SUB
           MOVE SPACES TO SF-NAME (WS-SF-SUB), WS-SF-DIRECTION
           UNSTRING WS-SF-TOKEN DELIMITED BY '/'
               INTO SF-NAME (WS-SF-SUB), WS-SF-DIRECTION
           END-UNSTRING
           INSPECT WS-SF-DIRECTION
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE WS-SF-DIRECTION
               WHEN SPACES
               WHEN 'A'
                   MOVE 'N' TO SF-DESCENDING-SW (WS-SF-SUB)
               WHEN 'D'
                   MOVE 'Y' TO SF-DESCENDING-SW (WS-SF-SUB)
               WHEN OTHER
                   DISPLAY 'FILESORT: SORT FIELD '
                           TRIM (WS-SF-TOKEN)
                           ' - DIRECTION MUST BE /A OR /D'
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE 'N' TO WS-FIELD-SEEN-SW
           MOVE 0 TO SF-KEY-WIDTH (WS-SF-SUB)
           PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                     UNTIL WS-LAY-SUB > FMT-LAYOUT-COUNT
               MOVE FMT-LAY-FIRST-ENTRY (WS-LAY-SUB) TO WS-LAY-FIRST
               COMPUTE WS-LAY-LAST = WS-LAY-FIRST
                   + FMT-LAY-ENTRY-COUNT (WS-LAY-SUB) - 1
               PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                         UNTIL WS-FM-SUB > WS-LAY-LAST
                            OR WS-LK-FM-SUB (WS-LAY-SUB, WS-SF-SUB)
                               > 0
                   IF FMT-NAME (WS-FM-SUB) = SF-NAME (WS-SF-SUB)
                       MOVE WS-FM-SUB
                         TO WS-LK-FM-SUB (WS-LAY-SUB, WS-SF-SUB)
                   END-IF
               END-PERFORM
               IF WS-LK-FM-SUB (WS-LAY-SUB, WS-SF-SUB) > 0
                   MOVE WS-LK-FM-SUB (WS-LAY-SUB, WS-SF-SUB)
                     TO WS-FM-SUB
                   EVALUATE FMT-TYPE (WS-FM-SUB)
                       WHEN 'COMP-3'
                       WHEN 'COMP'
                       WHEN 'COMP-5'
                       WHEN 'DATE'
                       WHEN 'DATE-J'
                           MOVE 'Y' TO WS-FIELD-CLASS
                       WHEN OTHER
                           MOVE 'N' TO WS-FIELD-CLASS
                   END-EVALUATE
                   IF WS-FIELD-SEEN-SW = 'Y'
                      AND WS-FIELD-CLASS NOT =
                          SF-NUMERIC-SW (WS-SF-SUB)
                       DISPLAY 'FILESORT: SORT FIELD '
                               TRIM (SF-NAME (WS-SF-SUB))
                               ' IS NUMERIC IN ONE LAYOUT AND CHAR '
                               'IN ANOTHER' UPON SYSERR
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-FIELD-SEEN-SW
                   MOVE WS-FIELD-CLASS TO SF-NUMERIC-SW (WS-SF-SUB)
                   IF WS-FIELD-CLASS = 'Y'
                       MOVE 19 TO SF-KEY-WIDTH (WS-SF-SUB)
                   ELSE
                       IF FMT-LENGTH (WS-FM-SUB) >
                          SF-KEY-WIDTH (WS-SF-SUB)
                           MOVE FMT-LENGTH (WS-FM-SUB)
                             TO SF-KEY-WIDTH (WS-SF-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FIELD-SEEN-SW = 'N'
               DISPLAY 'FILESORT: SORT FIELD '
                       TRIM (SF-NAME (WS-SF-SUB))
                       ' IS NOT IN THE FIELD MAP' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE SF-KEY-POS (WS-SF-SUB) = WS-KEY-END + 1
           ADD SF-KEY-WIDTH (WS-SF-SUB) TO WS-KEY-END
           IF SF-KEY-WIDTH (WS-SF-SUB) = 0 OR WS-KEY-END > 512
               DISPLAY 'FILESORT: SORT FIELDS ARE LONGER THAN THE '
                       '512-BYTE SORT KEY' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       019-BUILD-BYTE-TABLES.
           PERFORM VARYING WS-BYTE-SUB FROM 0 BY 1
                     UNTIL WS-BYTE-SUB > 255
               MOVE WS-BYTE-SUB TO WS-BYTE-VALUE
               MOVE WS-BYTE-CHAR
                 TO WS-ASCENDING-BYTES (WS-BYTE-SUB + 1 : 1)
               MOVE WS-BYTE-CHAR
                 TO WS-DESCENDING-BYTES (256 - WS-BYTE-SUB : 1)
           END-PERFORM
           .
      *****************************************************************
      ** 020-OPEN-OUTPUTS - THE OUTPUT (AND REJECT, IF NAMED) IN THE **
      ** INPUT'S OWN FORMAT: RECORD FILES FOR RECFM 'F', BYTE        **
      ** STREAMS WRITTEN ONE RDW AT A TIME FOR RECFM 'V'.            **
      *****************************************************************
       020-OPEN-OUTPUTS.
           IF WS-RECFM-RDW
               CALL 'CBL_CREATE_FILE'
                   USING WS-OUTPUT-DSN, RDW-WRITE-MODE,
                         RDW-DENY-MODE, RDW-DEVICE, RDW-OUT-HANDLE
               END-CALL
               IF RETURN-CODE NOT = 0
                   DISPLAY 'FILESORT: UNABLE TO CREATE '
                           WS-OUTPUT-DSN UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN OUTPUT SORT-OUTPUT-FILE
               IF WS-OUTPUT-FILE-STATUS NOT = '00'
                   DISPLAY 'FILESORT: UNABLE TO OPEN ' WS-OUTPUT-DSN
                           ' - FILE STATUS ' WS-OUTPUT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-REJECT-DSN NOT = SPACES
               IF WS-RECFM-RDW
                   CALL 'CBL_CREATE_FILE'
                       USING WS-REJECT-DSN, RDW-WRITE-MODE,
                             RDW-DENY-MODE, RDW-DEVICE,
                             RDW-REJECT-HANDLE
                   END-CALL
                   IF RETURN-CODE NOT = 0
                       DISPLAY 'FILESORT: UNABLE TO CREATE '
                               WS-REJECT-DSN UPON SYSERR
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   OPEN OUTPUT REJECT-FILE
                   IF WS-REJECT-FILE-STATUS NOT = '00'
                       DISPLAY 'FILESORT: UNABLE TO OPEN '
                               WS-REJECT-DSN ' - FILE STATUS '
                               WS-REJECT-FILE-STATUS UPON SYSERR
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               SET REJECT-FILE-OPEN TO TRUE
           END-IF
           .
       090-CLOSE-OUTPUTS.
           IF WS-RECFM-RDW
               CALL 'CBL_CLOSE_FILE' USING RDW-OUT-HANDLE
               END-CALL
               IF REJECT-FILE-OPEN
                   CALL 'CBL_CLOSE_FILE' USING RDW-REJECT-HANDLE
                   END-CALL
               END-IF
           ELSE
               CLOSE SORT-OUTPUT-FILE
               IF REJECT-FILE-OPEN
                   CLOSE REJECT-FILE
               END-IF
           END-IF
           .
      *****************************************************************
      ** 100-RELEASE-INPUTS - THE SORT'S INPUT PROCEDURE: EVERY      **
      ** INPUT IN TURN, EVERY RECORD KEYED AND RELEASED OR REJECTED. **
      *****************************************************************
       100-RELEASE-INPUTS.
           PERFORM VARYING WS-IN-SUB FROM 1 BY 1
                     UNTIL WS-IN-SUB > WS-IN-COUNT
               MOVE WS-IN-DSN (WS-IN-SUB) TO WS-INPUT-DSN
               MOVE 'N' TO WS-PRIOR-KEY-SW
               IF WS-RECFM-RDW
                   PERFORM 150-RELEASE-RDW-INPUT
               ELSE
                   PERFORM 110-RELEASE-FIXED-INPUT
               END-IF
           END-PERFORM
           .
       110-RELEASE-FIXED-INPUT.
           MOVE WS-IMAGE-RECLEN TO WS-INPUT-RECLEN
           OPEN INPUT SORT-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILESORT: UNABLE TO OPEN ' WS-INPUT-DSN
                       ' - FILE STATUS ' WS-INPUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO INPUT-EOF-SW
           PERFORM 120-READ-FIXED-INPUT
           PERFORM WITH TEST BEFORE UNTIL INPUT-EOF
               MOVE WS-INPUT-RECLEN TO WS-RECORD-LENGTH
               MOVE SORT-INPUT-RECORD (1 : WS-INPUT-RECLEN)
                 TO WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
               PERFORM 200-KEY-AND-RELEASE
               PERFORM 120-READ-FIXED-INPUT
           END-PERFORM
           CLOSE SORT-INPUT-FILE
           .
       120-READ-FIXED-INPUT.
           READ SORT-INPUT-FILE
               AT END SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
               PERFORM 9800-SORT-INPUT-FILE-STATUS-CHECK
           END-IF
           .
      *****************************************************************
      ** 150-RELEASE-RDW-INPUT - THE COBDUMPUTIL RDW WALK: THE FILE  **
      ** SIZE FIRST, THEN ONE RDW AND ITS PAYLOAD AT A TIME.         **
      *****************************************************************
       150-RELEASE-RDW-INPUT.
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-INPUT-DSN, RDW-FILE-DETAILS
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'FILESORT: UNABLE TO FIND ' WS-INPUT-DSN
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'CBL_OPEN_FILE'
               USING WS-INPUT-DSN, RDW-ACCESS-MODE,
                     RDW-DENY-MODE, RDW-DEVICE, RDW-FILE-HANDLE
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'FILESORT: UNABLE TO OPEN ' WS-INPUT-DSN
                       ' AS A BYTE STREAM' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RDW-FILE-OFFSET
           MOVE 'N' TO RDW-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL RDW-EOF
               PERFORM 160-READ-ONE-RDW-RECORD
               IF NOT RDW-EOF
                   MOVE RDW-PAYLOAD-LENGTH TO WS-RECORD-LENGTH
                   PERFORM 200-KEY-AND-RELEASE
               END-IF
           END-PERFORM
           CALL 'CBL_CLOSE_FILE' USING RDW-FILE-HANDLE
           END-CALL
           .
      *****************************************************************
      ** 160-READ-ONE-RDW-RECORD - ONE RDW AND ITS PAYLOAD INTO      **
      ** WS-RECORD-IMAGE / RDW-PAYLOAD-LENGTH. A PARTIAL RDW, AN     **
      ** IMPOSSIBLE LENGTH, OR A PAYLOAD THE FILE IS TOO SHORT TO    **
      ** HOLD ENDS THE INPUT AND SETS RDW-TRUNCATED - A SORTED       **
      ** OUTPUT MISSING THE REST OF ITS INPUT MUST NOT LOOK CLEAN,   **
      ** SO THE RUN ENDS 16. AN EMPTY (RDW-ONLY) RECORD HAS NO SORT  **
      ** FIELDS AND IS REJECTED LIKE ANY OTHER SHORT RECORD.         **
      *****************************************************************
       160-READ-ONE-RDW-RECORD.
           IF RDW-FILE-OFFSET >= RDW-FILE-SIZE
               SET RDW-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF RDW-FILE-OFFSET + 4 > RDW-FILE-SIZE
               DISPLAY 'FILESORT: PARTIAL RDW AT FILE OFFSET '
                       RDW-FILE-OFFSET ' OF ' TRIM (WS-INPUT-DSN)
                       ' - TRANSFER IS TRUNCATED' UPON SYSERR
               SET RDW-TRUNCATED TO TRUE
               SET RDW-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO RDW-READ-COUNT
           CALL 'CBL_READ_FILE'
               USING RDW-FILE-HANDLE, RDW-FILE-OFFSET,
                     RDW-READ-COUNT, RDW-READ-FLAGS, RDW-PREFIX
           END-CALL
           ADD 4 TO RDW-FILE-OFFSET
           IF RDW-RECORD-LENGTH < 4
              OR RDW-RECORD-LENGTH > 32764
               DISPLAY 'FILESORT: IMPOSSIBLE RDW LENGTH '
                       RDW-RECORD-LENGTH ' AFTER RECORD '
                       WS-RECORDS-READ ' - NOT A VB TRANSFER, OR '
                       'CORRUPT' UPON SYSERR
               SET RDW-TRUNCATED TO TRUE
               SET RDW-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE RDW-PAYLOAD-LENGTH = RDW-RECORD-LENGTH - 4
           IF RDW-FILE-OFFSET + RDW-PAYLOAD-LENGTH > RDW-FILE-SIZE
               DISPLAY 'FILESORT: RDW LENGTH '
                       RDW-RECORD-LENGTH ' AFTER RECORD '
                       WS-RECORDS-READ ' RUNS PAST END OF FILE - '
                       'TRANSFER IS TRUNCATED' UPON SYSERR
               SET RDW-TRUNCATED TO TRUE
               SET RDW-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF RDW-PAYLOAD-LENGTH > 0
               MOVE RDW-PAYLOAD-LENGTH TO RDW-READ-COUNT
               CALL 'CBL_READ_FILE'
                   USING RDW-FILE-HANDLE, RDW-FILE-OFFSET,
                         RDW-READ-COUNT, RDW-READ-FLAGS,
                         WS-RECORD-IMAGE
               END-CALL
               ADD RDW-PAYLOAD-LENGTH TO RDW-FILE-OFFSET
           END-IF
           .
      *****************************************************************
      ** 200-KEY-AND-RELEASE - BUILD THE RECORD'S SORT KEY AND       **
      ** RELEASE IT, OR REJECT IT. IN MERGE MODE THE KEY MUST NOT    **
      ** FALL BELOW THE PREVIOUS KEY FROM THE SAME INPUT.            **
      *****************************************************************
       200-KEY-AND-RELEASE.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 210-BUILD-SORT-KEY
           IF WS-KEY-GOOD-SW NOT = 'Y'
               PERFORM 250-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-MERGE-MODE
               IF WS-PRIOR-KEY-SW = 'Y'
                  AND SWR-KEY < WS-PRIOR-KEY
                   PERFORM 180-SEQUENCE-ERROR
               END-IF
               MOVE SWR-KEY TO WS-PRIOR-KEY
               MOVE 'Y' TO WS-PRIOR-KEY-SW
           END-IF
           MOVE WS-RECORDS-READ TO SWR-SEQUENCE
           MOVE WS-RECORD-LENGTH TO SWR-LENGTH
           MOVE WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
             TO SWR-IMAGE (1 : WS-RECORD-LENGTH)
           COMPUTE WS-WORK-RECLEN = WS-RECORD-LENGTH + 526
           RELEASE SORT-WORK-RECORD
           ADD 1 TO WS-RECORDS-SORTED
           .
       180-SEQUENCE-ERROR.
           DISPLAY 'FILESORT: MERGE INPUT ' TRIM (WS-INPUT-DSN)
                   ' IS NOT IN SORT-FIELD ORDER AT RECORD '
                   WS-RECORDS-READ ' - RUN ABANDONED' UPON SYSERR
           CALL 'FILEERRSUM'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
      *****************************************************************
      ** 210-BUILD-SORT-KEY - ONE SLOT PER SORT FIELD IN SWR-KEY.    **
      ** A NUMERIC OR DATE FIELD'S SLOT IS ITS DECODED VALUE PLUS    **
      ** 999999999999999999 AS 19 UNSIGNED DIGITS - EVERY 18-DIGIT   **
      ** SIGNED VALUE FMDECODE CAN RETURN LANDS IN 0 THROUGH         **
      ** 1999999999999999998, SO CHARACTER ORDER IS NUMERIC ORDER.   **
      ** A CHAR FIELD'S SLOT IS ITS BYTES, PADDED WITH LOW-VALUES    **
      ** TO THE SLOT WIDTH. A DESCENDING SLOT IS THEN COMPLEMENTED   **
      ** BYTE FOR BYTE, SO THE WHOLE KEY SORTS ASCENDING.            **
      *****************************************************************
       210-BUILD-SORT-KEY.
           MOVE 'Y' TO WS-KEY-GOOD-SW
           MOVE LOW-VALUES TO SWR-KEY
           CALL 'FMSELECT' USING WS-RECORD-IMAGE, FIELD-MAP-TABLE
           END-CALL
           MOVE FMT-SELECTED-LAYOUT TO WS-RECORD-LAYOUT
           IF WS-RECORD-LAYOUT = 0
               MOVE 'N' TO WS-KEY-GOOD-SW
               MOVE 'RECORD MATCHES NO LAYOUT IN THE FIELD MAP'
                 TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SF-SUB FROM 1 BY 1
                     UNTIL WS-SF-SUB > WS-SF-COUNT
                        OR WS-KEY-GOOD-SW = 'N'
               PERFORM 220-BUILD-ONE-KEY-SLOT
           END-PERFORM
           .
       220-BUILD-ONE-KEY-SLOT.
           MOVE WS-LK-FM-SUB (WS-RECORD-LAYOUT, WS-SF-SUB)
             TO WS-FM-SUB
           IF WS-FM-SUB = 0
               MOVE 'N' TO WS-KEY-GOOD-SW
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'SORT FIELD ' TRIM (SF-NAME (WS-SF-SUB))
                      ' IS NOT IN THE RECORD''S LAYOUT'
                      DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF FMT-OFFSET (WS-FM-SUB) + FMT-LENGTH (WS-FM-SUB)
              > WS-RECORD-LENGTH
               MOVE 'N' TO WS-KEY-GOOD-SW
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'SORT FIELD ' TRIM (SF-NAME (WS-SF-SUB))
                      ' RUNS PAST THE END OF THE RECORD'
                      DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF SF-NUMERIC-SW (WS-SF-SUB) = 'Y'
               MOVE FMT-OFFSET (WS-FM-SUB) TO FMD-OFFSET
               MOVE FMT-LENGTH (WS-FM-SUB) TO FMD-LENGTH
               MOVE FMT-TYPE (WS-FM-SUB) TO FMD-TYPE
               MOVE WS-RECORD-LENGTH TO FMD-RECLEN
               CALL 'FMDECODE' USING WS-RECORD-IMAGE, FMDECODE-REQUEST
               END-CALL
               IF NOT FMD-VALID
                   MOVE 'N' TO WS-KEY-GOOD-SW
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING 'SORT FIELD ' TRIM (SF-NAME (WS-SF-SUB))
                          ' WILL NOT DECODE - REASON ' FMD-REASON
                          DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-KEY-NUMBER =
                   FMD-VALUE + 999999999999999999
               MOVE WS-KEY-NUMBER
                 TO SWR-KEY (SF-KEY-POS (WS-SF-SUB) : 19)
           ELSE
               MOVE WS-RECORD-IMAGE
                    (FMT-OFFSET (WS-FM-SUB) + 1 :
                     FMT-LENGTH (WS-FM-SUB))
                 TO SWR-KEY (SF-KEY-POS (WS-SF-SUB) :
                             FMT-LENGTH (WS-FM-SUB))
           END-IF
           IF SF-DESCENDING-SW (WS-SF-SUB) = 'Y'
               INSPECT SWR-KEY (SF-KEY-POS (WS-SF-SUB) :
                                SF-KEY-WIDTH (WS-SF-SUB))
                   CONVERTING WS-ASCENDING-BYTES
                           TO WS-DESCENDING-BYTES
           END-IF
           .
      *****************************************************************
      ** 250-REJECT-RECORD - SAY WHY, DUMP THE OFFENDER WITH ITS     **
      ** RECORD NUMBER IN THE ADDRESS COLUMN, AND WRITE IT INTACT    **
      ** TO THE REJECT DATASET FOR REPAIR AND RERUN.                 **
      *****************************************************************
       250-REJECT-RECORD.
           ADD 1 TO WS-RECORDS-REJECTED
           DISPLAY 'FILESORT: RECORD ' WS-RECORDS-READ
                   ' REJECTED - ' TRIM (WS-REJECT-REASON)
                   UPON SYSERR
           IF WS-RECORD-LENGTH > 0
               INITIALIZE DUMPCFG-CONTROL
               SET DC-USE-DISPLAY-BASE OF DUMPCFG-CONTROL TO TRUE
               MOVE WS-RECORDS-READ
                 TO DC-DISPLAY-BASE OF DUMPCFG-CONTROL
               CALL 'COBDUMP'
                   USING WS-RECORD-IMAGE, WS-RECORD-LENGTH,
                         DUMPCFG-CONTROL
               END-CALL
           END-IF
           IF REJECT-FILE-OPEN
               IF WS-RECFM-RDW
                   PERFORM 420-WRITE-RDW-REJECT
               ELSE
                   MOVE WS-RECORD-LENGTH TO WS-REJECT-RECLEN
                   MOVE WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                     TO REJECT-RECORD (1 : WS-REJECT-RECLEN)
                   WRITE REJECT-RECORD
                   PERFORM 9800-REJECT-FILE-STATUS-CHECK
               END-IF
           END-IF
           .
      *****************************************************************
      ** 300-WRITE-SORTED-RECORDS - THE SORT'S OUTPUT PROCEDURE.     **
      *****************************************************************
       300-WRITE-SORTED-RECORDS.
           MOVE 'N' TO SORT-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END
                       MOVE SWR-LENGTH TO WS-RECORD-LENGTH
                       MOVE SWR-IMAGE (1 : WS-RECORD-LENGTH)
                         TO WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                       IF WS-RECFM-RDW
                           PERFORM 410-WRITE-RDW-OUTPUT
                       ELSE
                           MOVE WS-RECORD-LENGTH TO WS-OUTPUT-RECLEN
                           MOVE WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                             TO SORT-OUTPUT-RECORD
                                (1 : WS-OUTPUT-RECLEN)
                           WRITE SORT-OUTPUT-RECORD
                           PERFORM 9800-SORT-OUTPUT-FILE-STATUS-CHECK
                       END-IF
                       ADD 1 TO WS-RECORDS-WRITTEN
               END-RETURN
           END-PERFORM
           .
      *****************************************************************
      ** 410/420 - ONE RDW-PREFIXED RECORD TO THE OUTPUT OR REJECT   **
      ** BYTE STREAM: THE 4-BYTE RDW (LENGTH INCLUDING ITSELF, THEN  **
      ** TWO ZERO BYTES), THEN THE PAYLOAD.                          **
      *****************************************************************
       410-WRITE-RDW-OUTPUT.
           PERFORM 430-BUILD-RDW-PREFIX
           MOVE 4 TO RDW-WRITE-COUNT
           CALL 'CBL_WRITE_FILE'
               USING RDW-OUT-HANDLE, RDW-OUT-OFFSET,
                     RDW-WRITE-COUNT, RDW-READ-FLAGS, RDW-PREFIX
           END-CALL
           PERFORM 440-CHECK-RDW-WRITE
           ADD 4 TO RDW-OUT-OFFSET
           IF WS-RECORD-LENGTH > 0
               MOVE WS-RECORD-LENGTH TO RDW-WRITE-COUNT
               CALL 'CBL_WRITE_FILE'
                   USING RDW-OUT-HANDLE, RDW-OUT-OFFSET,
                         RDW-WRITE-COUNT, RDW-READ-FLAGS,
                         WS-RECORD-IMAGE
               END-CALL
               PERFORM 440-CHECK-RDW-WRITE
               ADD WS-RECORD-LENGTH TO RDW-OUT-OFFSET
           END-IF
           .
       420-WRITE-RDW-REJECT.
           PERFORM 430-BUILD-RDW-PREFIX
           MOVE 4 TO RDW-WRITE-COUNT
           CALL 'CBL_WRITE_FILE'
               USING RDW-REJECT-HANDLE, RDW-REJECT-OFFSET,
                     RDW-WRITE-COUNT, RDW-READ-FLAGS, RDW-PREFIX
           END-CALL
           PERFORM 440-CHECK-RDW-WRITE
           ADD 4 TO RDW-REJECT-OFFSET
           IF WS-RECORD-LENGTH > 0
               MOVE WS-RECORD-LENGTH TO RDW-WRITE-COUNT
               CALL 'CBL_WRITE_FILE'
                   USING RDW-REJECT-HANDLE, RDW-REJECT-OFFSET,
                         RDW-WRITE-COUNT, RDW-READ-FLAGS,
                         WS-RECORD-IMAGE
               END-CALL
               PERFORM 440-CHECK-RDW-WRITE
               ADD WS-RECORD-LENGTH TO RDW-REJECT-OFFSET
           END-IF
           .
       430-BUILD-RDW-PREFIX.
           COMPUTE RDW-RECORD-LENGTH = WS-RECORD-LENGTH + 4
           MOVE LOW-VALUES TO RDW-PREFIX-ZEROS
           .
       440-CHECK-RDW-WRITE.
           IF RETURN-CODE NOT = 0
               DISPLAY 'FILESORT: WRITE FAILED ON A RECFM V OUTPUT - '
                       'RUN ABANDONED' UPON SYSERR
               CALL 'FILEERRSUM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       850-PRINT-SUMMARY.
           DISPLAY 'FILESORT: ' WS-RECORDS-READ ' RECORD(S) READ FROM '
                   WS-IN-COUNT ' INPUT(S), ' WS-RECORDS-WRITTEN
                   ' WRITTEN, ' WS-RECORDS-REJECTED ' REJECTED'
                   UPON SYSERR
           IF WS-RECORDS-REJECTED > 0
              AND REJECT-FILE-OPEN
               DISPLAY 'FILESORT: REJECTS WRITTEN TO '
                       WS-REJECT-DSN UPON SYSERR
           END-IF
           IF RDW-TRUNCATED
               DISPLAY 'FILESORT: AN INPUT WAS TRUNCATED - THE '
                       'OUTPUT IS INCOMPLETE' UPON SYSERR
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==SORT-INPUT-FILE==
           ==:FILE-TAG:==    BY =='SORT-INPUT-FILE'==
           ==:FILE-STATUS:== BY ==WS-INPUT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==SORT-INPUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-INPUT-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==SORT-OUTPUT-FILE==
           ==:FILE-TAG:==    BY =='SORT-OUTPUT-FILE'==
           ==:FILE-STATUS:== BY ==WS-OUTPUT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==SORT-OUTPUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-OUTPUT-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==REJECT-FILE==
           ==:FILE-TAG:==    BY =='REJECT-FILE'==
           ==:FILE-STATUS:== BY ==WS-REJECT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==REJECT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-REJECT-RECLEN==.
