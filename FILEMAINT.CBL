       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEMAINT.
      *****************************************************************
      ** INTERACTIVE FULL-SCREEN INQUIRY AND MAINTENANCE FOR AN      **
      ** INDEXED MASTER - THE ONE-RECORD CORRECTION WITHOUT THE      **
      ** UNLOAD / FILEPATCH / RELOAD ROUND TRIP. A RECORD IS READ BY **
      ** KEY (THE FILELOAD/FILEUNLD CONVENTION - THE KEY IS THE      **
      ** LEADING 64 BYTES, KEYLEN OF THEM SIGNIFICANT) AND SHOWN ONE **
      ** MAPPED FIELD PER LINE, DECODED UNDER THE LAYOUT FMSELECT    **
      ** PICKS FROM THE MULTI-LAYOUT FIELD MAP, DRIVEN FROM AN       **
      ** ISPF-STYLE COMMAND LINE:                                    **
      **                                                             **
      **   K KEY        - READ THE RECORD WITH THIS KEY              **
      **   N            - NEXT RECORD IN KEY ORDER (BLANK DOES THE   **
      **                  SAME)                                      **
      **   F / B        - FORWARD / BACK A PAGE OF FIELDS (A LAYOUT  **
      **                  OF MORE THAN 16 FIELDS)                    **
      **   C NAME VALUE - CHANGE FIELD NAME OF THE RECORD ON SCREEN  **
      **                  AND REWRITE IT                             **
      **   A KEY        - ADD A RECORD UNDER A NEW KEY, COPIED FROM  **
      **                  THE RECORD ON SCREEN (CHANGE ITS FIELDS    **
      **                  WITH C AFTERWARD)                          **
      **   D            - DELETE THE RECORD ON SCREEN (ASKS FOR A    **
      **                  SECOND D TO CONFIRM - ANY OTHER COMMAND    **
      **                  CANCELS)                                   **
      **   Q            - QUIT                                       **
      **                                                             **
      ** A KEY OR A CHAR VALUE IS PLAIN TEXT (SPACE-PADDED TO THE    **
      ** FIELD) OR X'..' HEX, WHICH MUST COVER THE WHOLE FIELD       **
      ** EXACTLY - FILEPATCH'S RULE. A VALUE FOR A COMP-3, COMP,     **
      ** COMP-5, DATE OR DATE-J FIELD IS A SIGNED INTEGER (A DATE AS **
      ** YYYYMMDD, A DATE-J AS CCYYDDD).                             **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING OF UP TO FIVE COMMA-SEPARATED **
      ** VALUES:                                                     **
      **                                                             **
      **   DSN,KEYLEN,MAP-DSN,AUDIT-DSN,CHANGE                       **
      **                                                             **
      **   DSN       - REQUIRED. THE INDEXED MASTER.                 **
      **   KEYLEN    - OPTIONAL. HOW MANY LEADING KEY BYTES ARE      **
      **               SIGNIFICANT, 1-64 (FILEUNLD'S RULE). DEFAULTS **
      **               TO 64.                                        **
      **   MAP-DSN   - REQUIRED. FIELD-MAP DATASET (SEE FLDMAP.CPY). **
      **   AUDIT-DSN - OPTIONAL. THE AUDIT DATASET EVERY MAINTENANCE **
      **               ACTION IS APPENDED TO. WITHOUT ONE THE        **
      **               SESSION IS INQUIRY ONLY.                      **
      **   CHANGE    - OPTIONAL. AN APPROVED CHANGE NUMBER FROM THE  **
      **               CHANGE REGISTER (SEE CHGAUTH.CPY). REQUIRED   **
      **               TO MAINTAIN A PROTECTED MASTER.               **
      **                                                             **
      ** THE SESSION IS INQUIRY ONLY WHEN THERE IS NO AUDIT DATASET, **
      ** THE MASTER WILL NOT OPEN FOR UPDATE, OR CHANGE CONTROL      **
      ** REFUSES. CHANGE CONTROL IS ASKED AT THE FIRST MAINTENANCE   **
      ** COMMAND, NOT AT START-UP, SO A SESSION THAT ONLY LOOKS      **
      ** NEVER LANDS IN THE EXCEPTION LOG. UNDER A CHANGE EACH       **
      ** ACTION COUNTS ONE AGAINST ITS CEILING, AND THE CHANGE IS    **
      ** MARKED USED WITH THE ACTION COUNT AT THE END OF THE         **
      ** SESSION.                                                    **
      **                                                             **
      ** NOTHING IS WRITTEN UNTIL IT VALIDATES: A NEW NUMERIC VALUE  **
      ** MUST SIT INSIDE THE MAP'S MIN/MAX, ENCODE THROUGH FMENCODE  **
      ** (WHICH REFUSES AN IMPOSSIBLE CALENDAR DATE IN A DATE OR     **
      ** DATE-J FIELD) AND READ BACK THROUGH FMDECODE AS THE SAME    **
      ** VALUE; THE CHANGED RECORD MUST STILL BELONG TO THE SAME     **
      ** LAYOUT; AND AN ADDED RECORD MUST PASS ALL OF THAT FOR EVERY **
      ** NUMERIC FIELD OF ITS LAYOUT. A FIELD INSIDE THE 64-BYTE KEY **
      ** CANNOT BE CHANGED IN PLACE - ADD THE NEW KEY AND DELETE THE **
      ** OLD ONE.                                                    **
      **                                                             **
      ** EVERY ACTION THAT REACHES THE MASTER IS APPENDED TO THE     **
      ** AUDIT DATASET IN FILEPATCH'S FORM - ONE HEADING LINE, THEN  **
      ** COBDUMP OUTPUT - SO THE TWO RECONCILE SIDE BY SIDE. THE     **
      ** HEADING CARRIES THE KEY, THE ACTION, THE USER, THE          **
      ** TIMESTAMP AND ANY CHANGE NUMBER:                            **
      **                                                             **
      **   FILEMAINT: KEY K FIELD F CHANGED FROM X TO Y BY USER U    **
      **       AT YYYY-MM-DD HH:MM:SS [UNDER CHANGE C (APPROVED BY   **
      **       A)] - BEFORE/AFTER FOLLOWS                            **
      **                                                             **
      ** A CHANGE IS DUMPED BEFORE-AGAINST-AFTER AND THEN AFTER-     **
      ** AGAINST-BEFORE (CHANGED BYTES FLAGGED '*' IN BOTH), AN ADD  **
      ** AS ITS AFTER IMAGE ("ADDED ... AFTER IMAGE FOLLOWS") AND A  **
      ** DELETE AS ITS BEFORE IMAGE ("DELETED ... BEFORE IMAGE       **
      ** FOLLOWS"), THE ADDRESS COLUMN COUNTING FROM RECORD OFFSET   **
      ** 0. COBDUMP ECHOES EVERY DUMP TO SYSERR AS WELL, SO RUN WITH **
      ** SYSERR ROUTED TO A LOG RATHER THAN THE TERMINAL.            **
      **                                                             **
      ** RETURN-CODE IS 0 FOR A CLEAN SESSION, 4 WHEN THE MASTER IS  **
      ** EMPTY, 8 WHEN AN AUDIT WRITE FAILED (THE SESSION DROPS TO   **
      ** INQUIRY AT ONCE), CHANGE CONTROL REFUSED, OR THE CHANGE     **
      ** COULD NOT BE MARKED USED, AND 16 ON A PARM, MAP OR OPEN     **
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
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MIF-RECORD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 65 TO 32760 CHARACTERS
           DEPENDING ON WS-MASTER-RECLEN.
       01  MASTER-RECORD.
           05 MIF-RECORD-KEY          PIC X(64).
           05 FILLER                  PIC X(32696).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD               PIC X(256).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-MASTER-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-KEYLEN          PIC X(9)   VALUE SPACES.
           05 WS-PARM-MAP-DSN         PIC X(64)  VALUE SPACES.
           05 WS-AUDIT-DSN            PIC X(64)  VALUE SPACES.
           05 WS-PARM-CHANGE          PIC X(16)  VALUE SPACES.

       01  WS-MASTER-RECLEN           USAGE BINARY-LONG VALUE 0.
       01  WS-KEY-LENGTH              PIC 9(4)   VALUE 64.

       01  WS-MASTER-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS       PIC X(2)   VALUE SPACES.

       01  MASTER-EOF-SW              PIC X(1)   VALUE 'N'.
           88 MASTER-EOF                         VALUE 'Y'.
       01  KEY-FOUND-SW               PIC X(1)   VALUE 'N'.
           88 KEY-FOUND                          VALUE 'Y'.
       01  RECORD-SHOWN-SW            PIC X(1)   VALUE 'N'.
           88 RECORD-SHOWN                       VALUE 'Y'.
       01  QUIT-SW                    PIC X(1)   VALUE 'N'.
           88 QUIT-REQUESTED                     VALUE 'Y'.

      *
      *    MAINTENANCE STATE. WS-INQUIRY-REASON SAYS WHY THE SESSION
      *    IS INQUIRY ONLY - THE FIRST REASON FOUND STANDS.
      *
       01  MAINT-ALLOWED-SW           PIC X(1)   VALUE 'Y'.
           88 MAINT-ALLOWED                      VALUE 'Y'.
       01  WS-INQUIRY-REASON          PIC X(56)  VALUE SPACES.
       01  CHANGE-CHECKED-SW          PIC X(1)   VALUE 'N'.
           88 CHANGE-CHECKED                     VALUE 'Y'.
       01  WS-CLEARED-SW              PIC X(1)   VALUE 'N'.
       01  DELETE-PENDING-SW          PIC X(1)   VALUE 'N'.
           88 DELETE-PENDING                     VALUE 'Y'.
       01  WS-DELETE-ARMED-SW         PIC X(1)   VALUE 'N'.
       01  WS-AUDIT-TROUBLE-SW        PIC X(1)   VALUE 'N'.
       01  WS-CHANGE-REFUSED-SW       PIC X(1)   VALUE 'N'.
       01  WS-CHANGE-OPEN-SW          PIC X(1)   VALUE 'N'.

       01  WS-RECORDS-READ            PIC 9(9)   VALUE 0.
       01  WS-FIELDS-CHANGED          PIC 9(9)   VALUE 0.
       01  WS-RECORDS-ADDED           PIC 9(9)   VALUE 0.
       01  WS-RECORDS-DELETED         PIC 9(9)   VALUE 0.
       01  WS-ACTIONS-APPLIED         PIC 9(9)   VALUE 0.

      *
      *    THE RECORD ON SCREEN, AND THE BEFORE AND AFTER IMAGES OF
      *    THE ACTION IN HAND.
      *
       01  WS-CURRENT-KEY             PIC X(64)  VALUE LOW-VALUES.
       01  WS-CURRENT-LENGTH          USAGE BINARY-LONG VALUE 0.
       01  WS-CURRENT-LENGTH-9        PIC 9(5)   VALUE 0.
       01  WS-RECORD-HOLD             PIC X(32760) VALUE SPACES.
       01  WS-BEFORE-RECORD           PIC X(32760) VALUE SPACES.
       01  WS-AFTER-RECORD            PIC X(32760) VALUE SPACES.
       01  WS-KEY-WANTED              PIC X(64)  VALUE SPACES.

       01  WS-LAYOUT-SUB              USAGE BINARY-LONG VALUE 0.
       01  WS-LAYOUT-FIELDS           PIC 9(4)   VALUE 0.
       01  WS-FIELD-TOP               PIC 9(4)   VALUE 1.
       01  WS-FIELD-SUB               PIC 9(4)   VALUE 0.
       01  WS-FM-SUB                  PIC 9(4)   VALUE 0.
       01  WS-CHECK-SUB               PIC 9(4)   VALUE 0.
       01  WS-FIELD-END               USAGE BINARY-LONG VALUE 0.

       01  WS-CMD-INPUT               PIC X(70)  VALUE SPACES.
       01  WS-CMD-PTR          COMP-5 PIC 9(4)   VALUE 1.
       01  WS-CMD-WORD                PIC X(10)  VALUE SPACES.
       01  WS-CMD-ARG                 PIC X(64)  VALUE SPACES.
       01  WS-ARG-PTR          COMP-5 PIC 9(4)   VALUE 1.
       01  WS-MESSAGE-LINE            PIC X(70)  VALUE SPACES.

      *
      *    A NEW VALUE OFF THE COMMAND LINE - THE SAME TEXT, HEX AND
      *    SIGNED-INTEGER FORMS FILEPATCH TAKES IN ITS SCRIPT.
      *
       01  WS-FIELD-WANTED            PIC X(30)  VALUE SPACES.
       01  WS-VALUE-TEXT              PIC X(64)  VALUE SPACES.
       01  WS-VALUE-BYTES             PIC X(64)  VALUE SPACES.
       01  WS-VALUE-LEN        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-TARGET-LEN       COMP-5 PIC 9(4)   VALUE 0.
       01  WS-VALUE-OK-SW             PIC X(1)   VALUE 'N'.
           88 WS-VALUE-OK                        VALUE 'Y'.

       01  WS-NUM-TOKEN               PIC X(20)  VALUE SPACES.
       01  WS-NUM-DIGITS              PIC X(20)  VALUE SPACES.
       01  WS-NUM-TEST                PIC X(20)  VALUE SPACES.
       01  WS-NUM-VALUE               USAGE BINARY-DOUBLE SIGNED.
       01  WS-NUM-NEG-SW              PIC X(1)   VALUE 'N'.

       01  WS-HEX-DIGIT-CHAR          PIC X(1)   VALUE SPACE.
       01  WS-HEX-NIBBLE       COMP-5 PIC 9(4)   VALUE 0.
       01  WS-HEX-BYTE-VALUE   COMP-5 PIC 9(4)   VALUE 0.
       01  WS-HEX-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-HEX-BAD-SW              PIC X(1)   VALUE 'N'.

       01  PIC-XX.
           05 FILLER                  PIC X VALUE LOW-VALUES.
           05 PIC-X                   PIC X.
       01  PIC-HALFWORD               REDEFINES PIC-XX
                                      PIC 9(4) COMP-X.

       01  WS-ENCODE-WORK             PIC X(8)   VALUE LOW-VALUES.
       01  WS-REASON-TEXT             PIC X(32)  VALUE SPACES.

      *
      *    DISPLAY FORMS - A DECODED VALUE, A CHARACTER FIELD OR KEY
      *    WITH ITS UNPRINTABLE BYTES SHOWN AS '.'.
      *
       01  WS-EDIT-VALUE              PIC -(18)9.
       01  WS-EDIT-COUNT              PIC ZZ9.
       01  WS-EDIT-COUNT-2            PIC ZZ9.
       01  WS-EDIT-COUNT-3            PIC ZZ9.
       01  WS-EDIT-CEILING            PIC Z(8)9.
       01  WS-SHOW-VALUE              PIC X(27)  VALUE SPACES.
       01  WS-OLD-SHOW                PIC X(27)  VALUE SPACES.
       01  WS-NEW-SHOW                PIC X(27)  VALUE SPACES.
       01  WS-SHOW-BUFFER             PIC X(32760) VALUE SPACES.
       01  WS-PRINT-AREA              PIC X(64)  VALUE SPACES.
       01  WS-PRINT-LEN        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-PRINT-SUB        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-KEY-SHOW                PIC X(64)  VALUE SPACES.
       01  WS-LAYOUT-SHOW             PIC X(16)  VALUE SPACES.

      *
      *    SCREEN BODY - A TITLE, A COLUMN HEADING, 16 FIELD LINES,
      *    THE KEY LINE, A MESSAGE LINE AND THE COMMAND FIELD.
      *
       01  WS-TITLE-LINE              PIC X(78)  VALUE SPACES.
       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(31)  VALUE 'FIELD NAME'.
           05 FILLER                  PIC X(9)   VALUE 'TYPE'.
           05 FILLER                  PIC X(10)  VALUE ' OFFS LEN '.
           05 FILLER                  PIC X(28)  VALUE ' VALUE'.
       01  WS-BODY-LINES.
           05 WS-BODY-LINE OCCURS 16 TIMES PIC X(78).
       01  WS-KEY-LINE                PIC X(78)  VALUE SPACES.
       01  WS-FIELD-LINE.
           05 FL-NAME                 PIC X(30).
           05 FILLER                  PIC X(1).
           05 FL-TYPE                 PIC X(8).
           05 FILLER                  PIC X(1).
           05 FL-OFFSET               PIC Z(4)9.
           05 FILLER                  PIC X(1).
           05 FL-LENGTH               PIC ZZ9.
           05 FILLER                  PIC X(2).
           05 FL-VALUE                PIC X(27).
       01  WS-LINE-SUB         COMP-5 PIC 9(4)   VALUE 0.

      *
      *    AUDIT HEADING PIECES.
      *
       01  WS-RUN-USER                PIC X(30)  VALUE SPACES.
       01  WS-ACCEPT-DATE             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-DATE-X           REDEFINES WS-ACCEPT-DATE
                                      PIC X(8).
       01  WS-ACCEPT-TIME             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-TIME-X           REDEFINES WS-ACCEPT-TIME
                                      PIC X(8).
       01  WS-STAMP                   PIC X(19)  VALUE SPACES.
       01  WS-AUDIT-ACTION-SW         PIC X(1)   VALUE SPACE.
           88 AUDIT-FIELD-CHANGED                VALUE 'C'.
           88 AUDIT-RECORD-ADDED                 VALUE 'A'.
           88 AUDIT-RECORD-DELETED               VALUE 'D'.
       01  WS-AUDIT-PTR        COMP-5 PIC 9(4)   VALUE 1.
       01  WS-AUDIT-FIELD             PIC X(30)  VALUE SPACES.

       COPY DUMPCFG.

       COPY FLDMAP.

       COPY FMDECODE.

       COPY FMENCODE.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       COPY CHGAUTH.

       SCREEN SECTION.
       01  MAINT-SCREEN.
           05 LINE 1  COL 1  PIC X(78) FROM WS-TITLE-LINE.
           05 LINE 2  COL 1  PIC X(78) FROM WS-HEADING-LINE.
           05 LINE 3  COL 1  PIC X(78) FROM WS-BODY-LINE (1).
           05 LINE 4  COL 1  PIC X(78) FROM WS-BODY-LINE (2).
           05 LINE 5  COL 1  PIC X(78) FROM WS-BODY-LINE (3).
           05 LINE 6  COL 1  PIC X(78) FROM WS-BODY-LINE (4).
           05 LINE 7  COL 1  PIC X(78) FROM WS-BODY-LINE (5).
           05 LINE 8  COL 1  PIC X(78) FROM WS-BODY-LINE (6).
           05 LINE 9  COL 1  PIC X(78) FROM WS-BODY-LINE (7).
           05 LINE 10 COL 1  PIC X(78) FROM WS-BODY-LINE (8).
           05 LINE 11 COL 1  PIC X(78) FROM WS-BODY-LINE (9).
           05 LINE 12 COL 1  PIC X(78) FROM WS-BODY-LINE (10).
           05 LINE 13 COL 1  PIC X(78) FROM WS-BODY-LINE (11).
           05 LINE 14 COL 1  PIC X(78) FROM WS-BODY-LINE (12).
           05 LINE 15 COL 1  PIC X(78) FROM WS-BODY-LINE (13).
           05 LINE 16 COL 1  PIC X(78) FROM WS-BODY-LINE (14).
           05 LINE 17 COL 1  PIC X(78) FROM WS-BODY-LINE (15).
           05 LINE 18 COL 1  PIC X(78) FROM WS-BODY-LINE (16).
           05 LINE 19 COL 1  PIC X(78) FROM WS-KEY-LINE.
           05 LINE 20 COL 1  PIC X(70) FROM WS-MESSAGE-LINE.
           05 LINE 22 COL 1  VALUE 'COMMAND ==> '.
           05 LINE 22 COL 13 PIC X(70) USING WS-CMD-INPUT
                             HIGHLIGHT AUTO.

       PROCEDURE DIVISION.

       000-FILEMAINT.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           MOVE WS-PARM-CHANGE TO RJ-CHANGE-NUMBER
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 015-LOAD-FIELD-MAP
           PERFORM 020-OPEN-MASTER
           PERFORM 025-CHECK-AUDIT-DATASET
           PERFORM 030-NAME-RUN-USER
      *
      * NO CHANGE IS IN FORCE UNTIL THE FIRST MAINTENANCE COMMAND HAS
      * CLEARED ONE (510) - AN INQUIRY-ONLY SESSION NEVER DOES.
      *
           MOVE 'N' TO CA-IN-FORCE-SW
           MOVE 'N' TO MASTER-EOF-SW
           PERFORM 220-READ-MASTER-NEXT
           IF NOT MASTER-EOF
               PERFORM 230-TAKE-RECORD
           END-IF
           IF RECORD-SHOWN
               IF NOT MAINT-ALLOWED
                   MOVE SPACES TO WS-MESSAGE-LINE
                   STRING 'INQUIRY ONLY - ' DELIMITED BY SIZE
                          WS-INQUIRY-REASON DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
                   END-STRING
               END-IF
               PERFORM WITH TEST BEFORE UNTIL QUIT-REQUESTED
                   PERFORM 100-RENDER-SCREEN
                   DISPLAY MAINT-SCREEN
                   END-DISPLAY
                   ACCEPT MAINT-SCREEN
                   END-ACCEPT
                   MOVE SPACES TO WS-MESSAGE-LINE
                   PERFORM 500-DISPATCH-COMMAND
               END-PERFORM
           ELSE
               DISPLAY 'FILEMAINT: ' TRIM (WS-MASTER-DSN)
                       ' IS EMPTY - NOTHING TO MAINTAIN' UPON SYSERR
           END-IF
           CLOSE MASTER-FILE
           PERFORM 850-PRINT-SUMMARY
           PERFORM 870-CONSUME-CHANGE
      *
      * FILEERRSUM GOES FIRST - A CALL REPLACES RETURN-CODE WITH THE
      * CALLED PROGRAM'S OWN EXIT CODE, SO A CODE SET BEFORE THE CALL
      * WOULD BE LOST. RAISING (NEVER LOWERING) AFTERWARD PRESERVES
      * THE 8 FILEERRSUM SETS WHEN RECORDS WERE SKIPPED BY POLICY.
      *
           CALL 'FILEERRSUM'
           IF WS-RECORDS-READ = 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF (WS-AUDIT-TROUBLE-SW = 'Y'
               OR WS-CHANGE-REFUSED-SW = 'Y'
               OR WS-CHANGE-OPEN-SW = 'Y')
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-RECORDS-READ TO RJ-RECORDS-READ
           MOVE WS-ACTIONS-APPLIED TO RJ-RECORDS-WRITTEN
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           SET RJ-EVENT-END TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           STOP RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE    **
      ** ARGUMENT) INTO ITS FIVE COMMA-DELIMITED FIELDS.             **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-MASTER-DSN, WS-PARM-KEYLEN,
                    WS-PARM-MAP-DSN, WS-AUDIT-DSN,
                    WS-PARM-CHANGE
           END-UNSTRING
           INSPECT WS-PARM-CHANGE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-MASTER-DSN = SPACES OR WS-PARM-MAP-DSN = SPACES
               DISPLAY 'FILEMAINT: PARM MUST BE '
                       'DSN,KEYLEN,MAP-DSN,AUDIT-DSN,CHANGE'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-KEYLEN NOT = SPACES
               MOVE WS-PARM-KEYLEN TO WS-KEY-LENGTH
           END-IF
           IF WS-KEY-LENGTH = 0 OR WS-KEY-LENGTH > 64
               MOVE 64 TO WS-KEY-LENGTH
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
           MOVE WS-MASTER-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-MASTER-DSN
           MOVE WS-PARM-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-MAP-DSN
           MOVE WS-AUDIT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-AUDIT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEMAINT: A RELATIVE GENERATION IN THE PARM '
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
               DISPLAY 'FILEMAINT: UNABLE TO LOAD FIELD MAP '
                       WS-PARM-MAP-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 020-OPEN-MASTER - I-O FOR MAINTENANCE. A MASTER THAT WILL   **
      ** ONLY OPEN INPUT (A READ-ONLY DATASET) STILL GIVES AN        **
      ** INQUIRY SESSION; ONE THAT WON'T OPEN AT ALL STOPS THE RUN.  **
      *****************************************************************
       020-OPEN-MASTER.
           OPEN I-O MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO MAINT-ALLOWED-SW
           STRING 'MASTER WILL NOT OPEN FOR UPDATE (FILE STATUS '
                                          DELIMITED BY SIZE
                  WS-MASTER-FILE-STATUS   DELIMITED BY SIZE
                  ')'                     DELIMITED BY SIZE
               INTO WS-INQUIRY-REASON
           END-STRING
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'FILEMAINT: UNABLE TO OPEN ' WS-MASTER-DSN
                       ' AS INDEXED - FILE STATUS '
                       WS-MASTER-FILE-STATUS UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 025-CHECK-AUDIT-DATASET - MAINTENANCE NEEDS SOMEWHERE TO    **
      ** PROVE ITSELF. NO AUDIT-DSN, OR ONE THAT WON'T OPEN FOR      **
      ** APPEND, AND THE SESSION IS INQUIRY ONLY FROM THE START.     **
      *****************************************************************
       025-CHECK-AUDIT-DATASET.
           IF NOT MAINT-ALLOWED
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-DSN = SPACES
               MOVE 'N' TO MAINT-ALLOWED-SW
               MOVE 'NO AUDIT-DSN IN THE PARM' TO WS-INQUIRY-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS (1 : 1) = '0'
               CLOSE AUDIT-FILE
           ELSE
               MOVE 'N' TO MAINT-ALLOWED-SW
               STRING 'AUDIT DATASET WILL NOT OPEN (FILE STATUS '
                                          DELIMITED BY SIZE
                      WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
                      ')'                 DELIMITED BY SIZE
                   INTO WS-INQUIRY-REASON
               END-STRING
           END-IF
           .
      *****************************************************************
      ** 030-NAME-RUN-USER - WHO IS AT THE TERMINAL, FOR THE AUDIT   **
      ** HEADINGS - THE SAME SOURCE CHGAUTH STAMPS ITS MARKS WITH.   **
      *****************************************************************
       030-NAME-RUN-USER.
           ACCEPT WS-RUN-USER FROM ENVIRONMENT 'USER'
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-USER
           END-ACCEPT
           IF WS-RUN-USER = SPACES
               MOVE '(UNKNOWN)' TO WS-RUN-USER
           END-IF
           .
      *****************************************************************
      ** 100-RENDER-SCREEN - BUILD THE TITLE, THE KEY LINE AND THE   **
      ** 16 FIELD LINES FOR THE RECORD ON SCREEN, FROM WS-FIELD-TOP  **
      ** ON.                                                         **
      *****************************************************************
       100-RENDER-SCREEN.
           MOVE SPACES TO WS-TITLE-LINE, WS-KEY-LINE
           MOVE SPACES TO WS-BODY-LINES
           EVALUATE TRUE
               WHEN NOT RECORD-SHOWN
                   MOVE '(NONE)' TO WS-LAYOUT-SHOW
               WHEN WS-LAYOUT-SUB = 0
                   MOVE '(UNMAPPED)' TO WS-LAYOUT-SHOW
               WHEN FMT-LAY-NAME (WS-LAYOUT-SUB) = SPACES
                   MOVE '(SINGLE)' TO WS-LAYOUT-SHOW
               WHEN OTHER
                   MOVE FMT-LAY-NAME (WS-LAYOUT-SUB)
                     TO WS-LAYOUT-SHOW
           END-EVALUATE
           MOVE WS-CURRENT-LENGTH TO WS-CURRENT-LENGTH-9
           STRING 'FILEMAINT '    DELIMITED BY SIZE
                  WS-MASTER-DSN (1 : 24) DELIMITED BY SIZE
                  ' LAYOUT '      DELIMITED BY SIZE
                  WS-LAYOUT-SHOW  DELIMITED BY SIZE
                  ' LEN '         DELIMITED BY SIZE
                  WS-CURRENT-LENGTH-9 DELIMITED BY SIZE
               INTO WS-TITLE-LINE
           END-STRING
           IF MAINT-ALLOWED
               MOVE 'MAINT' TO WS-TITLE-LINE (73 : 6)
           ELSE
               MOVE 'INQ' TO WS-TITLE-LINE (73 : 6)
           END-IF
           IF NOT RECORD-SHOWN
               MOVE 'NO RECORD ON SCREEN - K TO READ ONE'
                 TO WS-KEY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-KEY TO WS-PRINT-AREA
           MOVE WS-KEY-LENGTH TO WS-PRINT-LEN
           PERFORM 130-MAKE-PRINTABLE
           MOVE 'KEY' TO WS-KEY-LINE (1 : 3)
           MOVE WS-PRINT-AREA (1 : WS-KEY-LENGTH)
             TO WS-KEY-LINE (5 : 52)
           IF WS-LAYOUT-FIELDS > 0
               MOVE WS-FIELD-TOP TO WS-EDIT-COUNT
               COMPUTE WS-FIELD-SUB = WS-FIELD-TOP + 15
               IF WS-FIELD-SUB > WS-LAYOUT-FIELDS
                   MOVE WS-LAYOUT-FIELDS TO WS-FIELD-SUB
               END-IF
               MOVE WS-FIELD-SUB TO WS-EDIT-COUNT-2
               MOVE WS-LAYOUT-FIELDS TO WS-EDIT-COUNT-3
               STRING 'FIELDS '         DELIMITED BY SIZE
                      WS-EDIT-COUNT     DELIMITED BY SIZE
                      '-'               DELIMITED BY SIZE
                      WS-EDIT-COUNT-2   DELIMITED BY SIZE
                      ' OF '            DELIMITED BY SIZE
                      WS-EDIT-COUNT-3   DELIMITED BY SIZE
                   INTO WS-KEY-LINE (58 : 21)
               END-STRING
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                     UNTIL WS-LINE-SUB > 16
               PERFORM 110-RENDER-ONE-FIELD
           END-PERFORM
           .
       110-RENDER-ONE-FIELD.
           COMPUTE WS-FIELD-SUB = WS-FIELD-TOP + WS-LINE-SUB - 1
           IF WS-FIELD-SUB > WS-LAYOUT-FIELDS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FM-SUB =
               FMT-LAY-FIRST-ENTRY (WS-LAYOUT-SUB) + WS-FIELD-SUB - 1
           MOVE SPACES TO WS-FIELD-LINE
           MOVE FMT-NAME (WS-FM-SUB) TO FL-NAME
           MOVE FMT-TYPE (WS-FM-SUB) TO FL-TYPE
           MOVE FMT-OFFSET (WS-FM-SUB) TO FL-OFFSET
           MOVE FMT-LENGTH (WS-FM-SUB) TO FL-LENGTH
           MOVE WS-RECORD-HOLD (1 : WS-CURRENT-LENGTH)
             TO WS-SHOW-BUFFER (1 : WS-CURRENT-LENGTH)
           PERFORM 120-FORMAT-FIELD-VALUE
           MOVE WS-SHOW-VALUE TO FL-VALUE
           MOVE WS-FIELD-LINE TO WS-BODY-LINE (WS-LINE-SUB)
           .
      *****************************************************************
      ** 120-FORMAT-FIELD-VALUE - FIELD WS-FM-SUB OF WS-SHOW-BUFFER  **
      ** (WS-CURRENT-LENGTH BYTES) AS 27 DISPLAY CHARACTERS: CHAR    **
      ** TEXT ('>' IN THE LAST COLUMN WHEN THERE IS MORE), A DECODED **
      ** NUMBER FLAGGED WHEN IT IS OUTSIDE THE MAP'S MIN/MAX, OR THE **
      ** FMDECODE REASON WHEN THE BYTES WON'T DECODE AT ALL.         **
      *****************************************************************
       120-FORMAT-FIELD-VALUE.
           MOVE SPACES TO WS-SHOW-VALUE
           IF FMT-OFFSET (WS-FM-SUB) + FMT-LENGTH (WS-FM-SUB)
              > WS-CURRENT-LENGTH
               MOVE '*PAST END OF RECORD*' TO WS-SHOW-VALUE
               EXIT PARAGRAPH
           END-IF
           IF FMT-TYPE (WS-FM-SUB) = 'CHAR'
               MOVE SPACES TO WS-PRINT-AREA
               MOVE FMT-LENGTH (WS-FM-SUB) TO WS-PRINT-LEN
               IF WS-PRINT-LEN > 64
                   MOVE 64 TO WS-PRINT-LEN
               END-IF
               MOVE WS-SHOW-BUFFER
                    (FMT-OFFSET (WS-FM-SUB) + 1 : WS-PRINT-LEN)
                 TO WS-PRINT-AREA (1 : WS-PRINT-LEN)
               PERFORM 130-MAKE-PRINTABLE
               MOVE WS-PRINT-AREA TO WS-SHOW-VALUE
               IF FMT-LENGTH (WS-FM-SUB) > 27
                   MOVE '>' TO WS-SHOW-VALUE (27 : 1)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE FMT-OFFSET (WS-FM-SUB) TO FMD-OFFSET
           MOVE FMT-LENGTH (WS-FM-SUB) TO FMD-LENGTH
           MOVE FMT-TYPE (WS-FM-SUB) TO FMD-TYPE
           MOVE WS-CURRENT-LENGTH TO FMD-RECLEN
           CALL 'FMDECODE' USING WS-SHOW-BUFFER, FMDECODE-REQUEST
           END-CALL
           IF NOT FMD-VALID
               STRING '*WILL NOT DECODE* REASON ' DELIMITED BY SIZE
                      FMD-REASON                  DELIMITED BY SIZE
                   INTO WS-SHOW-VALUE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE FMD-VALUE TO WS-EDIT-VALUE
           EVALUATE TRUE
               WHEN FMT-MIN-GIVEN (WS-FM-SUB)
                AND FMD-VALUE < FMT-MIN (WS-FM-SUB)
                   STRING TRIM (WS-EDIT-VALUE) DELIMITED BY SIZE
                          ' *BELOW MIN*'       DELIMITED BY SIZE
                       INTO WS-SHOW-VALUE
                   END-STRING
               WHEN FMT-MAX-GIVEN (WS-FM-SUB)
                AND FMD-VALUE > FMT-MAX (WS-FM-SUB)
                   STRING TRIM (WS-EDIT-VALUE) DELIMITED BY SIZE
                          ' *ABOVE MAX*'       DELIMITED BY SIZE
                       INTO WS-SHOW-VALUE
                   END-STRING
               WHEN OTHER
                   MOVE TRIM (WS-EDIT-VALUE) TO WS-SHOW-VALUE
           END-EVALUATE
           .
      *****************************************************************
      ** 130-MAKE-PRINTABLE - THE FIRST WS-PRINT-LEN BYTES OF        **
      ** WS-PRINT-AREA WITH EVERY UNPRINTABLE BYTE SHOWN AS '.', THE **
      ** WAY FILEBROWSE'S CHARACTER COLUMN SHOWS THEM.               **
      *****************************************************************
       130-MAKE-PRINTABLE.
           PERFORM VARYING WS-PRINT-SUB FROM 1 BY 1
                     UNTIL WS-PRINT-SUB > WS-PRINT-LEN
               IF (WS-PRINT-AREA (WS-PRINT-SUB : 1) < ' ')
                  OR (WS-PRINT-AREA (WS-PRINT-SUB : 1) > '~')
                   MOVE '.' TO WS-PRINT-AREA (WS-PRINT-SUB : 1)
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** 200-READ-BY-KEY - THE K COMMAND. A KEY THAT ISN'T ON FILE   **
      ** LEAVES THE RECORD THAT WAS ON SCREEN WHERE IT WAS.          **
      *****************************************************************
       200-READ-BY-KEY.
           PERFORM 600-PARSE-KEY-ARGUMENT
           IF NOT WS-VALUE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 250-LOCATE-KEY
           IF KEY-FOUND
               PERFORM 230-TAKE-RECORD
           ELSE
               MOVE 'KEY NOT FOUND' TO WS-MESSAGE-LINE
           END-IF
           .
      *****************************************************************
      ** 210-READ-NEXT-KEY - THE N COMMAND: THE FIRST RECORD WITH A  **
      ** KEY ABOVE THE ONE LAST ON SCREEN. POSITIONING FRESH FROM    **
      ** THE KEY EVERY TIME MEANS A REWRITE, WRITE OR DELETE IN      **
      ** BETWEEN NEVER LEAVES THE WALK STANDING ON A STALE POSITION. **
      *****************************************************************
       210-READ-NEXT-KEY.
           MOVE WS-CURRENT-KEY TO MIF-RECORD-KEY
           START MASTER-FILE
               KEY GREATER THAN MIF-RECORD-KEY
           END-START
           IF WS-MASTER-FILE-STATUS = '23'
               MOVE 'AT END OF FILE' TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 9800-MASTER-FILE-STATUS-CHECK
           MOVE 'N' TO MASTER-EOF-SW
           PERFORM 220-READ-MASTER-NEXT
           IF MASTER-EOF
               MOVE 'AT END OF FILE' TO WS-MESSAGE-LINE
           ELSE
               PERFORM 230-TAKE-RECORD
           END-IF
           .
       220-READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD
               AT END SET MASTER-EOF TO TRUE
           END-READ
           IF NOT MASTER-EOF
               PERFORM 9800-MASTER-FILE-STATUS-CHECK
           END-IF
           .
      *****************************************************************
      ** 230-TAKE-RECORD - THE RECORD JUST READ GOES ON SCREEN: INTO **
      ** THE HOLD AREA, ITS LAYOUT PICKED, FIELDS FROM THE TOP.      **
      *****************************************************************
       230-TAKE-RECORD.
           MOVE MASTER-RECORD (1 : WS-MASTER-RECLEN)
             TO WS-RECORD-HOLD (1 : WS-MASTER-RECLEN)
           MOVE WS-MASTER-RECLEN TO WS-CURRENT-LENGTH
           MOVE MIF-RECORD-KEY TO WS-CURRENT-KEY
           ADD 1 TO WS-RECORDS-READ
           SET RECORD-SHOWN TO TRUE
           PERFORM 240-SELECT-LAYOUT
           .
       240-SELECT-LAYOUT.
           CALL 'FMSELECT' USING WS-RECORD-HOLD, FIELD-MAP-TABLE
           END-CALL
           MOVE FMT-SELECTED-LAYOUT TO WS-LAYOUT-SUB
           MOVE 0 TO WS-LAYOUT-FIELDS
           MOVE 1 TO WS-FIELD-TOP
           IF WS-LAYOUT-SUB > 0
               MOVE FMT-LAY-ENTRY-COUNT (WS-LAYOUT-SUB)
                 TO WS-LAYOUT-FIELDS
           ELSE
               MOVE 'NO LAYOUT IN THE MAP CLAIMS THIS RECORD'
                 TO WS-MESSAGE-LINE
           END-IF
           .
      *****************************************************************
      ** 250-LOCATE-KEY - IS WS-KEY-WANTED ON FILE? THE SAME         **
      ** START NOT LESS THAN / READ NEXT FILEUNLD POSITIONS WITH,    **
      ** THE FIRST KEYLEN BYTES COMPARED. A FOUND RECORD IS LEFT IN  **
      ** THE FD AREA.                                                **
      *****************************************************************
       250-LOCATE-KEY.
           MOVE 'N' TO KEY-FOUND-SW
           MOVE LOW-VALUES TO MIF-RECORD-KEY
           MOVE WS-KEY-WANTED (1 : WS-KEY-LENGTH)
             TO MIF-RECORD-KEY (1 : WS-KEY-LENGTH)
           START MASTER-FILE
               KEY NOT LESS THAN MIF-RECORD-KEY
           END-START
           IF WS-MASTER-FILE-STATUS = '23'
               EXIT PARAGRAPH
           END-IF
           PERFORM 9800-MASTER-FILE-STATUS-CHECK
           MOVE 'N' TO MASTER-EOF-SW
           PERFORM 220-READ-MASTER-NEXT
           IF NOT MASTER-EOF
              AND MIF-RECORD-KEY (1 : WS-KEY-LENGTH) =
                  WS-KEY-WANTED (1 : WS-KEY-LENGTH)
               SET KEY-FOUND TO TRUE
           END-IF
           .
      *****************************************************************
      ** 300-CHANGE-FIELD - THE C COMMAND. THE NEW VALUE IS BUILT    **
      ** INTO A COPY OF THE RECORD AND PROVED THERE - MIN/MAX,       **
      ** FMENCODE, FMDECODE READ-BACK, SAME LAYOUT - BEFORE CHANGE   **
      ** CONTROL IS ASKED AND BEFORE THE REWRITE.                    **
      *****************************************************************
       300-CHANGE-FIELD.
           IF NOT RECORD-SHOWN
               MOVE 'NO RECORD ON SCREEN TO CHANGE' TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-LAYOUT-SUB = 0
               MOVE 'NO LAYOUT CLAIMS THIS RECORD - NOTHING TO CHANGE'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FIELD-WANTED, WS-VALUE-TEXT
           MOVE 1 TO WS-ARG-PTR
           UNSTRING WS-CMD-ARG DELIMITED BY ALL ' '
               INTO WS-FIELD-WANTED
               WITH POINTER WS-ARG-PTR
           END-UNSTRING
           IF WS-ARG-PTR <= 64
               MOVE WS-CMD-ARG (WS-ARG-PTR : ) TO WS-VALUE-TEXT
           END-IF
           IF WS-FIELD-WANTED = SPACES OR WS-VALUE-TEXT = SPACES
               MOVE 'C NEEDS A FIELD NAME AND A VALUE'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-FIELD-WANTED
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 310-FIND-FIELD
           IF WS-FM-SUB = 0
               STRING 'FIELD '            DELIMITED BY SIZE
                      TRIM (WS-FIELD-WANTED) DELIMITED BY SIZE
                      ' IS NOT IN THIS LAYOUT' DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF FMT-OFFSET (WS-FM-SUB) < 64
               STRING 'FIELD '            DELIMITED BY SIZE
                      TRIM (WS-FIELD-WANTED) DELIMITED BY SIZE
                      ' IS IN THE KEY - ADD THE NEW KEY, DELETE THE '
                                          DELIMITED BY SIZE
                      'OLD'               DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF FMT-OFFSET (WS-FM-SUB) + FMT-LENGTH (WS-FM-SUB)
              > WS-CURRENT-LENGTH
               MOVE 'FIELD RUNS PAST THE END OF THIS RECORD'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECORD-HOLD (1 : WS-CURRENT-LENGTH)
             TO WS-AFTER-RECORD (1 : WS-CURRENT-LENGTH)
           IF FMT-TYPE (WS-FM-SUB) = 'CHAR'
               PERFORM 320-APPLY-CHAR-VALUE
           ELSE
               PERFORM 330-APPLY-NUMERIC-VALUE
           END-IF
           IF NOT WS-VALUE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-AFTER-RECORD (1 : WS-CURRENT-LENGTH) =
              WS-RECORD-HOLD (1 : WS-CURRENT-LENGTH)
               MOVE 'VALUE UNCHANGED - NOTHING WRITTEN'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           CALL 'FMSELECT' USING WS-AFTER-RECORD, FIELD-MAP-TABLE
           END-CALL
           IF FMT-SELECTED-LAYOUT NOT = WS-LAYOUT-SUB
               MOVE 'CHANGE WOULD MOVE THE RECORD TO ANOTHER LAYOUT'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 510-CLEAR-FOR-MAINTENANCE
           IF WS-CLEARED-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AFTER-RECORD (1 : WS-CURRENT-LENGTH)
             TO MASTER-RECORD (1 : WS-CURRENT-LENGTH)
           MOVE WS-CURRENT-LENGTH TO WS-MASTER-RECLEN
           REWRITE MASTER-RECORD
           END-REWRITE
           IF WS-MASTER-FILE-STATUS (1 : 1) = '2'
               STRING 'REWRITE REFUSED - FILE STATUS '
                                          DELIMITED BY SIZE
                      WS-MASTER-FILE-STATUS DELIMITED BY SIZE
                      ' - NOTHING CHANGED' DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           PERFORM 9800-MASTER-FILE-STATUS-CHECK
      *
      * THE OLD AND NEW VALUES ARE TAKEN FOR THE AUDIT HEADING BEFORE
      * THE HOLD AREA TAKES THE AFTER IMAGE.
      *
           MOVE WS-RECORD-HOLD (1 : WS-CURRENT-LENGTH)
             TO WS-SHOW-BUFFER (1 : WS-CURRENT-LENGTH)
           PERFORM 120-FORMAT-FIELD-VALUE
           MOVE WS-SHOW-VALUE TO WS-OLD-SHOW
           MOVE WS-AFTER-RECORD (1 : WS-CURRENT-LENGTH)
             TO WS-SHOW-BUFFER (1 : WS-CURRENT-LENGTH)
           PERFORM 120-FORMAT-FIELD-VALUE
           MOVE WS-SHOW-VALUE TO WS-NEW-SHOW
           MOVE WS-RECORD-HOLD (1 : WS-CURRENT-LENGTH)
             TO WS-BEFORE-RECORD (1 : WS-CURRENT-LENGTH)
           MOVE WS-AFTER-RECORD (1 : WS-CURRENT-LENGTH)
             TO WS-RECORD-HOLD (1 : WS-CURRENT-LENGTH)
           ADD 1 TO WS-FIELDS-CHANGED
           ADD 1 TO WS-ACTIONS-APPLIED
           MOVE FMT-NAME (WS-FM-SUB) TO WS-AUDIT-FIELD
           SET AUDIT-FIELD-CHANGED TO TRUE
           PERFORM 700-WRITE-AUDIT
           IF WS-MESSAGE-LINE = SPACES
               STRING 'FIELD '            DELIMITED BY SIZE
                      TRIM (WS-AUDIT-FIELD) DELIMITED BY SIZE
                      ' CHANGED AND AUDITED' DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
           END-IF
           .
       310-FIND-FIELD.
           MOVE 0 TO WS-FM-SUB
           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                     UNTIL WS-FIELD-SUB > WS-LAYOUT-FIELDS
                        OR WS-FM-SUB > 0
               COMPUTE WS-CHECK-SUB =
                   FMT-LAY-FIRST-ENTRY (WS-LAYOUT-SUB)
                   + WS-FIELD-SUB - 1
               IF FMT-NAME (WS-CHECK-SUB) = WS-FIELD-WANTED
                   MOVE WS-CHECK-SUB TO WS-FM-SUB
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** 320-APPLY-CHAR-VALUE - TEXT, SPACE-PADDED TO THE FIELD, OR  **
      ** HEX COVERING IT EXACTLY, INTO THE AFTER IMAGE.              **
      *****************************************************************
       320-APPLY-CHAR-VALUE.
           IF FMT-LENGTH (WS-FM-SUB) > 64
               MOVE 'N' TO WS-VALUE-OK-SW
               MOVE 'FIELD IS LONGER THAN 64 BYTES - USE FILEPATCH'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FMT-LENGTH (WS-FM-SUB) TO WS-TARGET-LEN
           PERFORM 620-PARSE-CHAR-VALUE
           IF WS-VALUE-OK
               MOVE WS-VALUE-BYTES (1 : FMT-LENGTH (WS-FM-SUB))
                 TO WS-AFTER-RECORD
                    (FMT-OFFSET (WS-FM-SUB) + 1 :
                     FMT-LENGTH (WS-FM-SUB))
           END-IF
           .
      *****************************************************************
      ** 330-APPLY-NUMERIC-VALUE - A SIGNED INTEGER, INSIDE THE      **
      ** MAP'S MIN/MAX, ENCODED THROUGH FMENCODE (WHICH ALSO HOLDS A **
      ** DATE FIELD TO THE CALENDAR) AND READ BACK THROUGH FMDECODE. **
      *****************************************************************
       330-APPLY-NUMERIC-VALUE.
           PERFORM 640-PARSE-NUMERIC-VALUE
           IF NOT WS-VALUE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-VALUE-OK-SW
           IF FMT-MIN-GIVEN (WS-FM-SUB)
              AND WS-NUM-VALUE < FMT-MIN (WS-FM-SUB)
               MOVE FMT-MIN (WS-FM-SUB) TO WS-EDIT-VALUE
               STRING 'VALUE IS BELOW THE MAP MINIMUM OF '
                                          DELIMITED BY SIZE
                      TRIM (WS-EDIT-VALUE) DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF FMT-MAX-GIVEN (WS-FM-SUB)
              AND WS-NUM-VALUE > FMT-MAX (WS-FM-SUB)
               MOVE FMT-MAX (WS-FM-SUB) TO WS-EDIT-VALUE
               STRING 'VALUE IS ABOVE THE MAP MAXIMUM OF '
                                          DELIMITED BY SIZE
                      TRIM (WS-EDIT-VALUE) DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE FMT-OFFSET (WS-FM-SUB) TO FME-OFFSET
           MOVE FMT-LENGTH (WS-FM-SUB) TO FME-LENGTH
           MOVE FMT-TYPE (WS-FM-SUB) TO FME-TYPE
           MOVE WS-CURRENT-LENGTH TO FME-RECLEN
           MOVE WS-NUM-VALUE TO FME-VALUE
           CALL 'FMENCODE' USING WS-AFTER-RECORD, FMENCODE-REQUEST
           END-CALL
           IF NOT FME-VALID
               PERFORM 650-NAME-ENCODE-REASON
               STRING 'VALUE WILL NOT ENCODE - '
                                          DELIMITED BY SIZE
                      WS-REASON-TEXT      DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE FMT-OFFSET (WS-FM-SUB) TO FMD-OFFSET
           MOVE FMT-LENGTH (WS-FM-SUB) TO FMD-LENGTH
           MOVE FMT-TYPE (WS-FM-SUB) TO FMD-TYPE
           MOVE WS-CURRENT-LENGTH TO FMD-RECLEN
           CALL 'FMDECODE' USING WS-AFTER-RECORD, FMDECODE-REQUEST
           END-CALL
           IF NOT FMD-VALID
              OR FMD-VALUE NOT = WS-NUM-VALUE
               MOVE 'VALUE FAILED READ-BACK VALIDATION - NOT WRITTEN'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-VALUE-OK TO TRUE
           .
      *****************************************************************
      ** 400-ADD-RECORD - THE A COMMAND. THE NEW RECORD IS THE ONE   **
      ** ON SCREEN UNDER THE NEW KEY, AND IS ONLY WRITTEN WHEN A     **
      ** LAYOUT CLAIMS IT AND EVERY NUMERIC FIELD OF THAT LAYOUT     **
      ** DECODES INSIDE ITS MIN/MAX - A COPY OF A BAD RECORD IS NOT  **
      ** AN ADD.                                                     **
      *****************************************************************
       400-ADD-RECORD.
           IF NOT RECORD-SHOWN
               MOVE 'A COPIES THE RECORD ON SCREEN - K TO READ ONE'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 600-PARSE-KEY-ARGUMENT
           IF NOT WS-VALUE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 250-LOCATE-KEY
           IF KEY-FOUND
               MOVE 'KEY IS ALREADY ON FILE' TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECORD-HOLD (1 : WS-CURRENT-LENGTH)
             TO WS-AFTER-RECORD (1 : WS-CURRENT-LENGTH)
           MOVE WS-KEY-WANTED (1 : WS-KEY-LENGTH)
             TO WS-AFTER-RECORD (1 : WS-KEY-LENGTH)
           CALL 'FMSELECT' USING WS-AFTER-RECORD, FIELD-MAP-TABLE
           END-CALL
           IF FMT-SELECTED-LAYOUT = 0
               MOVE 'NO LAYOUT IN THE MAP CLAIMS THE NEW RECORD'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 410-VALIDATE-NEW-RECORD
           IF NOT WS-VALUE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 510-CLEAR-FOR-MAINTENANCE
           IF WS-CLEARED-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AFTER-RECORD (1 : WS-CURRENT-LENGTH)
             TO MASTER-RECORD (1 : WS-CURRENT-LENGTH)
           MOVE WS-CURRENT-LENGTH TO WS-MASTER-RECLEN
           WRITE MASTER-RECORD
           END-WRITE
           IF WS-MASTER-FILE-STATUS = '21'
              OR WS-MASTER-FILE-STATUS = '22'
               MOVE 'KEY IS ALREADY ON FILE - NOTHING ADDED'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 9800-MASTER-FILE-STATUS-CHECK
           MOVE WS-AFTER-RECORD (1 : WS-CURRENT-LENGTH)
             TO WS-RECORD-HOLD (1 : WS-CURRENT-LENGTH)
           MOVE MIF-RECORD-KEY TO WS-CURRENT-KEY
           PERFORM 240-SELECT-LAYOUT
           ADD 1 TO WS-RECORDS-ADDED
           ADD 1 TO WS-ACTIONS-APPLIED
           SET AUDIT-RECORD-ADDED TO TRUE
           PERFORM 700-WRITE-AUDIT
           IF WS-MESSAGE-LINE = SPACES
               MOVE 'RECORD ADDED AND AUDITED - NOW ON SCREEN'
                 TO WS-MESSAGE-LINE
           END-IF
           .
       410-VALIDATE-NEW-RECORD.
           SET WS-VALUE-OK TO TRUE
           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                     UNTIL WS-FIELD-SUB >
                           FMT-LAY-ENTRY-COUNT (FMT-SELECTED-LAYOUT)
                        OR NOT WS-VALUE-OK
               COMPUTE WS-CHECK-SUB =
                   FMT-LAY-FIRST-ENTRY (FMT-SELECTED-LAYOUT)
                   + WS-FIELD-SUB - 1
               PERFORM 420-VALIDATE-ONE-FIELD
           END-PERFORM
           .
       420-VALIDATE-ONE-FIELD.
           IF FMT-TYPE (WS-CHECK-SUB) = 'CHAR'
              OR FMT-OFFSET (WS-CHECK-SUB) + FMT-LENGTH (WS-CHECK-SUB)
                 > WS-CURRENT-LENGTH
               EXIT PARAGRAPH
           END-IF
           MOVE FMT-OFFSET (WS-CHECK-SUB) TO FMD-OFFSET
           MOVE FMT-LENGTH (WS-CHECK-SUB) TO FMD-LENGTH
           MOVE FMT-TYPE (WS-CHECK-SUB) TO FMD-TYPE
           MOVE WS-CURRENT-LENGTH TO FMD-RECLEN
           CALL 'FMDECODE' USING WS-AFTER-RECORD, FMDECODE-REQUEST
           END-CALL
           IF FMD-VALID
              AND NOT (FMT-MIN-GIVEN (WS-CHECK-SUB)
                       AND FMD-VALUE < FMT-MIN (WS-CHECK-SUB))
              AND NOT (FMT-MAX-GIVEN (WS-CHECK-SUB)
                       AND FMD-VALUE > FMT-MAX (WS-CHECK-SUB))
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-VALUE-OK-SW
           STRING 'NOT ADDED - FIELD '    DELIMITED BY SIZE
                  TRIM (FMT-NAME (WS-CHECK-SUB)) DELIMITED BY SIZE
                  ' OF THE COPY FAILS VALIDATION' DELIMITED BY SIZE
               INTO WS-MESSAGE-LINE
           END-STRING
           .
      *****************************************************************
      ** 450-ARM-DELETE / 460-DELETE-RECORD - THE D COMMAND, TWICE.  **
      ** CHANGE CONTROL IS ASKED ON THE FIRST D, SO A SESSION THAT   **
      ** MAY NOT DELETE SAYS SO BEFORE ASKING FOR CONFIRMATION.      **
      ** AFTER THE DELETE THE NEXT RECORD IN KEY ORDER COMES UP.     **
      *****************************************************************
       450-ARM-DELETE.
           IF NOT RECORD-SHOWN
               MOVE 'NO RECORD ON SCREEN TO DELETE' TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 510-CLEAR-FOR-MAINTENANCE
           IF WS-CLEARED-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           SET DELETE-PENDING TO TRUE
           MOVE 'ENTER D AGAIN TO DELETE THIS RECORD - ANY OTHER '
             TO WS-MESSAGE-LINE
           MOVE 'COMMAND CANCELS' TO WS-MESSAGE-LINE (50 : 15)
           .
       460-DELETE-RECORD.
           PERFORM 510-CLEAR-FOR-MAINTENANCE
           IF WS-CLEARED-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-KEY TO MIF-RECORD-KEY
           DELETE MASTER-FILE RECORD
           END-DELETE
           IF WS-MASTER-FILE-STATUS = '23'
               MOVE 'RECORD IS NO LONGER ON FILE - NOTHING DELETED'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 9800-MASTER-FILE-STATUS-CHECK
           MOVE WS-RECORD-HOLD (1 : WS-CURRENT-LENGTH)
             TO WS-BEFORE-RECORD (1 : WS-CURRENT-LENGTH)
           ADD 1 TO WS-RECORDS-DELETED
           ADD 1 TO WS-ACTIONS-APPLIED
           SET AUDIT-RECORD-DELETED TO TRUE
           PERFORM 700-WRITE-AUDIT
           MOVE 'N' TO RECORD-SHOWN-SW
           MOVE 0 TO WS-LAYOUT-SUB, WS-LAYOUT-FIELDS
           MOVE 0 TO WS-CURRENT-LENGTH
           IF WS-MESSAGE-LINE = SPACES
               PERFORM 210-READ-NEXT-KEY
               MOVE 'RECORD DELETED AND AUDITED'
                 TO WS-MESSAGE-LINE
           END-IF
           .
      *****************************************************************
      ** 500-DISPATCH-COMMAND - ONE COMMAND OFF THE COMMAND LINE.    **
      ** BLANK MEANS NEXT, ANYTHING UNRECOGNIZED GETS A MESSAGE AND  **
      ** COSTS NOTHING. A DELETE ARMED BY THE LAST COMMAND LIVES     **
      ** ONLY AS LONG AS THIS ONE.                                   **
      *****************************************************************
       500-DISPATCH-COMMAND.
           MOVE DELETE-PENDING-SW TO WS-DELETE-ARMED-SW
           MOVE 'N' TO DELETE-PENDING-SW
           MOVE SPACES TO WS-CMD-WORD, WS-CMD-ARG
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-CMD-INPUT DELIMITED BY ALL ' '
               INTO WS-CMD-WORD
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
      *
      * EVERYTHING AFTER THE COMMAND WORD IS THE ARGUMENT, EMBEDDED
      * BLANKS INCLUDED - A KEY OR A CHAR VALUE LIKE "JOHN SMITH"
      * MUST NOT STOP AT ITS FIRST BLANK.
      *
           IF WS-CMD-PTR <= 70
               MOVE WS-CMD-INPUT (WS-CMD-PTR : )
                 TO WS-CMD-ARG
           END-IF
           INSPECT WS-CMD-WORD
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-CMD-INPUT
           EVALUATE WS-CMD-WORD
               WHEN SPACES
               WHEN 'N'
                   PERFORM 210-READ-NEXT-KEY
               WHEN 'K'
                   PERFORM 200-READ-BY-KEY
               WHEN 'F'
                   IF WS-FIELD-TOP + 16 <= WS-LAYOUT-FIELDS
                       ADD 16 TO WS-FIELD-TOP
                   ELSE
                       MOVE 'ALREADY AT THE LAST PAGE OF FIELDS'
                         TO WS-MESSAGE-LINE
                   END-IF
               WHEN 'B'
                   IF WS-FIELD-TOP > 16
                       SUBTRACT 16 FROM WS-FIELD-TOP
                   ELSE
                       IF WS-FIELD-TOP > 1
                           MOVE 1 TO WS-FIELD-TOP
                       ELSE
                           MOVE 'ALREADY AT THE FIRST FIELD'
                             TO WS-MESSAGE-LINE
                       END-IF
                   END-IF
               WHEN 'C'
                   PERFORM 300-CHANGE-FIELD
               WHEN 'A'
                   PERFORM 400-ADD-RECORD
               WHEN 'D'
                   IF WS-DELETE-ARMED-SW = 'Y'
                       PERFORM 460-DELETE-RECORD
                   ELSE
                       PERFORM 450-ARM-DELETE
                   END-IF
               WHEN 'Q'
                   SET QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   MOVE 'UNRECOGNIZED COMMAND - N K F B C A D Q'
                     TO WS-MESSAGE-LINE
           END-EVALUATE
           .
      *****************************************************************
      ** 510-CLEAR-FOR-MAINTENANCE - MAY THIS SESSION WRITE THE      **
      ** MASTER NOW? CHANGE CONTROL IS ASKED ONCE, AT THE FIRST      **
      ** ACTION, FOR ONE RECORD; A REFUSAL TURNS THE SESSION INTO    **
      ** INQUIRY (CHGAUTH HAS LOGGED IT). UNDER A CHANGE, THE        **
      ** CEILING BOUNDS THE ACTIONS OF THE WHOLE SESSION.            **
      *****************************************************************
       510-CLEAR-FOR-MAINTENANCE.
           MOVE 'N' TO WS-CLEARED-SW
           IF NOT MAINT-ALLOWED
               STRING 'INQUIRY ONLY - ' DELIMITED BY SIZE
                      WS-INQUIRY-REASON DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF NOT CHANGE-CHECKED
               SET CHANGE-CHECKED TO TRUE
               SET CA-AUTHORIZE TO TRUE
               MOVE WS-PARM-CHANGE TO CA-CHANGE-NUMBER
               MOVE WS-MASTER-DSN TO CA-TARGET-DSN
               MOVE 1 TO CA-COUNT
               MOVE WS-PARM-STRING TO CA-PARM
               CALL 'CHGAUTH' USING CHANGE-AUTH-CONTROL
               END-CALL
               IF CA-REFUSED
                   MOVE 'Y' TO WS-CHANGE-REFUSED-SW
                   MOVE 'N' TO MAINT-ALLOWED-SW
                   MOVE SPACES TO WS-INQUIRY-REASON
                   STRING 'NOT CLEARED - ' DELIMITED BY SIZE
                          CA-REASON-TEXT   DELIMITED BY SIZE
                       INTO WS-INQUIRY-REASON
                   END-STRING
                   STRING 'INQUIRY ONLY - ' DELIMITED BY SIZE
                          WS-INQUIRY-REASON DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CA-CHANGE-IN-FORCE
              AND WS-ACTIONS-APPLIED >= CA-CEILING
               MOVE CA-CEILING TO WS-EDIT-CEILING
               STRING 'CHANGE '          DELIMITED BY SIZE
                      TRIM (CA-CHANGE-NUMBER) DELIMITED BY SIZE
                      ' IS AT ITS CEILING OF ' DELIMITED BY SIZE
                      TRIM (WS-EDIT-CEILING) DELIMITED BY SIZE
                      ' ACTION(S)'       DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CLEARED-SW
           .
      *****************************************************************
      ** 600-PARSE-KEY-ARGUMENT - THE K AND A ARGUMENT INTO          **
      ** WS-KEY-WANTED: TEXT OR HEX COVERING KEYLEN BYTES.           **
      *****************************************************************
       600-PARSE-KEY-ARGUMENT.
           MOVE 'N' TO WS-VALUE-OK-SW
           IF WS-CMD-ARG = SPACES
               STRING TRIM (WS-CMD-WORD) DELIMITED BY SIZE
                      ' NEEDS A KEY'     DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMD-ARG TO WS-VALUE-TEXT
           MOVE WS-KEY-LENGTH TO WS-TARGET-LEN
           PERFORM 620-PARSE-CHAR-VALUE
           IF WS-VALUE-OK
               MOVE SPACES TO WS-KEY-WANTED
               MOVE WS-VALUE-BYTES (1 : WS-KEY-LENGTH)
                 TO WS-KEY-WANTED (1 : WS-KEY-LENGTH)
           END-IF
           .
      *****************************************************************
      ** 620-PARSE-CHAR-VALUE - WS-VALUE-TEXT AS WS-TARGET-LEN BYTES **
      ** IN WS-VALUE-BYTES: PLAIN TEXT (BLANKS KEPT UP TO THE LAST   **
      ** NONBLANK, SPACE-PADDED, NO LONGER THAN THE TARGET) OR X'..' **
      ** HEX THAT COVERS THE TARGET EXACTLY.                         **
      *****************************************************************
       620-PARSE-CHAR-VALUE.
           MOVE 'N' TO WS-VALUE-OK-SW
           MOVE SPACES TO WS-VALUE-BYTES
           IF WS-VALUE-TEXT (1 : 2) = 'X'''
              OR WS-VALUE-TEXT (1 : 2) = 'x'''
               PERFORM 630-CONVERT-HEX-VALUE
               IF WS-HEX-BAD-SW = 'Y'
                  OR WS-VALUE-LEN NOT = WS-TARGET-LEN
                   MOVE WS-TARGET-LEN TO WS-EDIT-COUNT
                   STRING 'HEX MUST BE PAIRS OF DIGITS COVERING '
                                          DELIMITED BY SIZE
                          TRIM (WS-EDIT-COUNT) DELIMITED BY SIZE
                          ' BYTE(S) EXACTLY' DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 64 TO WS-VALUE-LEN
               PERFORM WITH TEST BEFORE
                       UNTIL WS-VALUE-LEN = 0
                          OR WS-VALUE-TEXT
                             (WS-VALUE-LEN : 1) NOT = SPACE
                   SUBTRACT 1 FROM WS-VALUE-LEN
               END-PERFORM
               IF WS-VALUE-LEN > WS-TARGET-LEN
                   MOVE WS-TARGET-LEN TO WS-EDIT-COUNT
                   STRING 'VALUE IS LONGER THAN '
                                          DELIMITED BY SIZE
                          TRIM (WS-EDIT-COUNT) DELIMITED BY SIZE
                          ' BYTE(S)'      DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VALUE-TEXT TO WS-VALUE-BYTES
           END-IF
           SET WS-VALUE-OK TO TRUE
           .
       630-CONVERT-HEX-VALUE.
           MOVE 0 TO WS-VALUE-LEN
           MOVE 'N' TO WS-HEX-BAD-SW
           MOVE 3 TO WS-HEX-SUB
           PERFORM WITH TEST BEFORE
                   UNTIL WS-HEX-SUB > 63
                      OR WS-VALUE-TEXT (WS-HEX-SUB : 1) = ''''
                      OR WS-VALUE-TEXT (WS-HEX-SUB : 1) = SPACE
                      OR WS-HEX-BAD-SW = 'Y'
               MOVE WS-VALUE-TEXT (WS-HEX-SUB : 1)
                 TO WS-HEX-DIGIT-CHAR
               PERFORM 635-HEX-DIGIT-VALUE
               MOVE WS-HEX-NIBBLE TO WS-HEX-BYTE-VALUE
               MOVE WS-VALUE-TEXT (WS-HEX-SUB + 1 : 1)
                 TO WS-HEX-DIGIT-CHAR
               IF WS-HEX-DIGIT-CHAR = '''' OR
                  WS-HEX-DIGIT-CHAR = SPACE
                   MOVE 'Y' TO WS-HEX-BAD-SW
               ELSE
                   PERFORM 635-HEX-DIGIT-VALUE
                   COMPUTE WS-HEX-BYTE-VALUE =
                       (WS-HEX-BYTE-VALUE * 16) + WS-HEX-NIBBLE
               END-IF
               IF WS-HEX-BAD-SW NOT = 'Y'
                  AND WS-VALUE-LEN < 64
                   ADD 1 TO WS-VALUE-LEN
                   MOVE WS-HEX-BYTE-VALUE TO PIC-HALFWORD
                   MOVE PIC-X TO WS-VALUE-BYTES (WS-VALUE-LEN : 1)
               END-IF
               ADD 2 TO WS-HEX-SUB
           END-PERFORM
           .
       635-HEX-DIGIT-VALUE.
           EVALUATE WS-HEX-DIGIT-CHAR
               WHEN '0' MOVE 0 TO WS-HEX-NIBBLE
               WHEN '1' MOVE 1 TO WS-HEX-NIBBLE
               WHEN '2' MOVE 2 TO WS-HEX-NIBBLE
               WHEN '3' MOVE 3 TO WS-HEX-NIBBLE
               WHEN '4' MOVE 4 TO WS-HEX-NIBBLE
               WHEN '5' MOVE 5 TO WS-HEX-NIBBLE
               WHEN '6' MOVE 6 TO WS-HEX-NIBBLE
               WHEN '7' MOVE 7 TO WS-HEX-NIBBLE
               WHEN '8' MOVE 8 TO WS-HEX-NIBBLE
               WHEN '9' MOVE 9 TO WS-HEX-NIBBLE
               WHEN 'A' WHEN 'a' MOVE 10 TO WS-HEX-NIBBLE
               WHEN 'B' WHEN 'b' MOVE 11 TO WS-HEX-NIBBLE
               WHEN 'C' WHEN 'c' MOVE 12 TO WS-HEX-NIBBLE
               WHEN 'D' WHEN 'd' MOVE 13 TO WS-HEX-NIBBLE
               WHEN 'E' WHEN 'e' MOVE 14 TO WS-HEX-NIBBLE
               WHEN 'F' WHEN 'f' MOVE 15 TO WS-HEX-NIBBLE
               WHEN OTHER
                   MOVE 0 TO WS-HEX-NIBBLE
                   MOVE 'Y' TO WS-HEX-BAD-SW
           END-EVALUATE
           .
      *****************************************************************
      ** 640-PARSE-NUMERIC-VALUE - DIGITS WITH AN OPTIONAL LEADING   **
      ** '-', NO MORE THAN 18 OF THEM AND NOTHING AFTER, INTO        **
      ** WS-NUM-VALUE.                                               **
      *****************************************************************
       640-PARSE-NUMERIC-VALUE.
           MOVE 'N' TO WS-VALUE-OK-SW
           MOVE 'N' TO WS-NUM-NEG-SW
           MOVE SPACES TO WS-NUM-TOKEN
           MOVE 0 TO WS-VALUE-LEN
           MOVE 1 TO WS-ARG-PTR
           UNSTRING WS-VALUE-TEXT DELIMITED BY ALL ' '
               INTO WS-NUM-TOKEN COUNT IN WS-VALUE-LEN
               WITH POINTER WS-ARG-PTR
           END-UNSTRING
           IF WS-VALUE-LEN > 19
              OR (WS-ARG-PTR <= 64
                  AND WS-VALUE-TEXT (WS-ARG-PTR : ) NOT = SPACES)
               MOVE SPACES TO WS-NUM-TOKEN
           END-IF
           MOVE WS-NUM-TOKEN TO WS-NUM-DIGITS
           IF WS-NUM-DIGITS (1 : 1) = '-'
               MOVE 'Y' TO WS-NUM-NEG-SW
               MOVE WS-NUM-TOKEN (2 : ) TO WS-NUM-DIGITS
           END-IF
           MOVE WS-NUM-DIGITS TO WS-NUM-TEST
           INSPECT WS-NUM-TEST REPLACING ALL SPACE BY '0'
           IF WS-NUM-DIGITS = SPACES
              OR WS-NUM-TEST NOT NUMERIC
              OR WS-NUM-DIGITS (19 : 2) NOT = SPACES
               MOVE 'VALUE MUST BE A SIGNED INTEGER OF UP TO 18 DIGITS'
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-DIGITS TO WS-NUM-VALUE
           IF WS-NUM-NEG-SW = 'Y'
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * -1
           END-IF
           SET WS-VALUE-OK TO TRUE
           .
       650-NAME-ENCODE-REASON.
           EVALUATE FME-REASON
               WHEN 'L'
                   MOVE 'BAD FIELD LENGTH IN THE MAP' TO WS-REASON-TEXT
               WHEN 'R'
                   MOVE 'FIELD RUNS PAST THE RECORD' TO WS-REASON-TEXT
               WHEN 'T'
                   MOVE 'UNRECOGNIZED FIELD TYPE' TO WS-REASON-TEXT
               WHEN 'O'
                   MOVE 'TOO BIG FOR THE FIELD' TO WS-REASON-TEXT
               WHEN 'N'
                   MOVE 'NEGATIVE INTO AN UNSIGNED FIELD'
                     TO WS-REASON-TEXT
               WHEN 'C'
                   MOVE 'NOT A CALENDAR DATE' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING 'REASON ' FME-REASON DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                   END-STRING
           END-EVALUATE
           .
      *****************************************************************
      ** 700-WRITE-AUDIT - ONE ACTION TO THE AUDIT DATASET IN        **
      ** FILEPATCH'S FORM: THE HEADING (ECHOED ON SYSERR, AS         **
      ** FILEPATCH ECHOES ITS OWN), THEN THE COBDUMP IMAGES. THE     **
      ** MASTER IS ALREADY WRITTEN, SO AN AUDIT DATASET THAT STOPS   **
      ** TAKING LINES ENDS MAINTENANCE FOR THE SESSION - NOTHING     **
      ** FURTHER GOES ON UNPROVED.                                   **
      *****************************************************************
       700-WRITE-AUDIT.
           PERFORM 790-TAKE-TIMESTAMP
           MOVE WS-CURRENT-KEY TO WS-PRINT-AREA
           MOVE WS-KEY-LENGTH TO WS-PRINT-LEN
           PERFORM 130-MAKE-PRINTABLE
           MOVE WS-PRINT-AREA TO WS-KEY-SHOW
           MOVE SPACES TO AUDIT-RECORD
           MOVE 1 TO WS-AUDIT-PTR
           STRING 'FILEMAINT: KEY '        DELIMITED BY SIZE
                  TRIM (WS-KEY-SHOW (1 : WS-KEY-LENGTH) TRAILING)
                                           DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER WS-AUDIT-PTR
           END-STRING
           EVALUATE TRUE
               WHEN AUDIT-FIELD-CHANGED
                   STRING ' FIELD '        DELIMITED BY SIZE
                          TRIM (WS-AUDIT-FIELD) DELIMITED BY SIZE
                          ' CHANGED FROM ' DELIMITED BY SIZE
                          TRIM (WS-OLD-SHOW) DELIMITED BY SIZE
                          ' TO '           DELIMITED BY SIZE
                          TRIM (WS-NEW-SHOW) DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                       WITH POINTER WS-AUDIT-PTR
                   END-STRING
               WHEN AUDIT-RECORD-ADDED
                   STRING ' ADDED'         DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                       WITH POINTER WS-AUDIT-PTR
                   END-STRING
               WHEN AUDIT-RECORD-DELETED
                   STRING ' DELETED'       DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                       WITH POINTER WS-AUDIT-PTR
                   END-STRING
           END-EVALUATE
           STRING ' BY USER '              DELIMITED BY SIZE
                  TRIM (WS-RUN-USER)       DELIMITED BY SIZE
                  ' AT '                   DELIMITED BY SIZE
                  WS-STAMP                 DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER WS-AUDIT-PTR
           END-STRING
           IF CA-CHANGE-IN-FORCE
               STRING ' UNDER CHANGE '     DELIMITED BY SIZE
                      TRIM (CA-CHANGE-NUMBER) DELIMITED BY SIZE
                      ' (APPROVED BY '     DELIMITED BY SIZE
                      TRIM (CA-APPROVER)   DELIMITED BY SIZE
                      ')'                  DELIMITED BY SIZE
                   INTO AUDIT-RECORD
                   WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN AUDIT-FIELD-CHANGED
                   STRING ' - BEFORE/AFTER FOLLOWS' DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                       WITH POINTER WS-AUDIT-PTR
                   END-STRING
               WHEN AUDIT-RECORD-ADDED
                   STRING ' - AFTER IMAGE FOLLOWS' DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                       WITH POINTER WS-AUDIT-PTR
                   END-STRING
               WHEN AUDIT-RECORD-DELETED
                   STRING ' - BEFORE IMAGE FOLLOWS' DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                       WITH POINTER WS-AUDIT-PTR
                   END-STRING
           END-EVALUATE
           DISPLAY TRIM (AUDIT-RECORD TRAILING) UPON SYSERR
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS (1 : 1) = '0'
               WRITE AUDIT-RECORD
               END-WRITE
           END-IF
           IF WS-AUDIT-FILE-STATUS (1 : 1) NOT = '0'
               PERFORM 780-AUDIT-FAILED
               EXIT PARAGRAPH
           END-IF
           CLOSE AUDIT-FILE
           PERFORM 710-DUMP-IMAGES
           .
      *****************************************************************
      ** 710-DUMP-IMAGES - COBDUMP TO THE AUDIT DATASET, THE ADDRESS **
      ** COLUMN COUNTING FROM RECORD OFFSET 0. A CHANGE IS DUMPED    **
      ** BOTH WAYS ROUND SO BOTH IMAGES ARE ON THE RECORD, WITH THE  **
      ** CHANGED BYTES FLAGGED '*' IN EACH.                          **
      *****************************************************************
       710-DUMP-IMAGES.
           INITIALIZE DUMPCFG-CONTROL
           SET DC-USE-DISPLAY-BASE OF DUMPCFG-CONTROL TO TRUE
           MOVE 0 TO DC-DISPLAY-BASE OF DUMPCFG-CONTROL
           MOVE WS-AUDIT-DSN TO DC-DEST-NAME OF DUMPCFG-CONTROL
           EVALUATE TRUE
               WHEN AUDIT-FIELD-CHANGED
                   SET DC-COMPARE-PTR OF DUMPCFG-CONTROL
                     TO ADDRESS OF WS-RECORD-HOLD
                   CALL 'COBDUMP'
                       USING WS-BEFORE-RECORD, WS-CURRENT-LENGTH,
                             DUMPCFG-CONTROL
                   END-CALL
                   SET DC-COMPARE-PTR OF DUMPCFG-CONTROL
                     TO ADDRESS OF WS-BEFORE-RECORD
                   CALL 'COBDUMP'
                       USING WS-RECORD-HOLD, WS-CURRENT-LENGTH,
                             DUMPCFG-CONTROL
                   END-CALL
               WHEN AUDIT-RECORD-ADDED
                   CALL 'COBDUMP'
                       USING WS-RECORD-HOLD, WS-CURRENT-LENGTH,
                             DUMPCFG-CONTROL
                   END-CALL
               WHEN AUDIT-RECORD-DELETED
                   CALL 'COBDUMP'
                       USING WS-BEFORE-RECORD, WS-CURRENT-LENGTH,
                             DUMPCFG-CONTROL
                   END-CALL
           END-EVALUATE
           .
       780-AUDIT-FAILED.
           MOVE 'Y' TO WS-AUDIT-TROUBLE-SW
           MOVE 'N' TO MAINT-ALLOWED-SW
           MOVE SPACES TO WS-INQUIRY-REASON
           STRING 'AUDIT DATASET STOPPED TAKING LINES (FILE STATUS '
                                          DELIMITED BY SIZE
                  WS-AUDIT-FILE-STATUS    DELIMITED BY SIZE
                  ')'                     DELIMITED BY SIZE
               INTO WS-INQUIRY-REASON
           END-STRING
           DISPLAY 'FILEMAINT: ' TRIM (WS-INQUIRY-REASON)
                   ' - THE ACTION ABOVE IS WRITTEN BUT NOT AUDITED'
                   UPON SYSERR
           MOVE 'WRITTEN BUT NOT AUDITED - SESSION NOW INQUIRY ONLY'
             TO WS-MESSAGE-LINE
           .
      *****************************************************************
      ** 790-TAKE-TIMESTAMP - YYYY-MM-DD HH:MM:SS, THE FORM          **
      ** CHGAUTH'S USED MARKS AND THE RUN JOURNAL CARRY.             **
      *****************************************************************
       790-TAKE-TIMESTAMP.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING WS-ACCEPT-DATE-X (1 : 4) '-'
                  WS-ACCEPT-DATE-X (5 : 2) '-'
                  WS-ACCEPT-DATE-X (7 : 2) ' '
                  WS-ACCEPT-TIME-X (1 : 2) ':'
                  WS-ACCEPT-TIME-X (3 : 2) ':'
                  WS-ACCEPT-TIME-X (5 : 2)
                  DELIMITED BY SIZE
               INTO WS-STAMP
           END-STRING
           .
       850-PRINT-SUMMARY.
           DISPLAY 'FILEMAINT: ' WS-RECORDS-READ ' RECORD(S) READ, '
                   WS-FIELDS-CHANGED ' FIELD(S) CHANGED, '
                   WS-RECORDS-ADDED ' ADDED, '
                   WS-RECORDS-DELETED ' DELETED'
                   UPON SYSERR
           IF WS-AUDIT-TROUBLE-SW = 'Y'
               DISPLAY 'FILEMAINT: AN ACTION WAS WRITTEN THAT THE '
                       'AUDIT DATASET DID NOT TAKE' UPON SYSERR
           END-IF
           .
      *****************************************************************
      ** 870-CONSUME-CHANGE - MARK THE CHANGE USED, WITH THE ACTIONS **
      ** APPLIED. THE MASTER IS ALREADY WRITTEN; A CHANGE LEFT OPEN  **
      ** IS RAISED TO 8 FOR SOMEBODY TO CLOSE IT BY HAND.            **
      *****************************************************************
       870-CONSUME-CHANGE.
           IF NOT CA-CHANGE-IN-FORCE
               EXIT PARAGRAPH
           END-IF
           SET CA-CONSUME TO TRUE
           MOVE WS-ACTIONS-APPLIED TO CA-COUNT
           CALL 'CHGAUTH' USING CHANGE-AUTH-CONTROL
           END-CALL
           IF CA-REFUSED
               MOVE 'Y' TO WS-CHANGE-OPEN-SW
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==MASTER-FILE==
           ==:FILE-TAG:==    BY =='MASTER-FILE'==
           ==:FILE-STATUS:== BY ==WS-MASTER-FILE-STATUS==
           ==:FILE-RECORD:== BY ==MASTER-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-MASTER-RECLEN==.
