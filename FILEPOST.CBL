       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEPOST.
      *****************************************************************
      ** FIELD-MAP-DRIVEN TRANSACTION POSTING - THE NIGHTLY UPDATE   **
      ** ITSELF, WHICH FILEAUDIT, FILERECON AND FILEGATE EXIST TO    **
      ** PROTECT, AS ONE JOB STEP INSTEAD OF A ONE-OFF PROGRAM PER   **
      ** MASTER. A TRANSACTION FILE (ACCOUNT KEY, TRANSACTION CODE,  **
      ** SIGNED AMOUNT) IS MATCHED AGAINST THE MASTER ON THE KEY     **
      ** FIELD NAMED IN THE MAP, EACH AMOUNT IS ADDED INTO (OR       **
      ** SUBTRACTED FROM) THE MAPPED BALANCE FIELDS ITS CODE POSTS   **
      ** TO, AND THE UPDATED MASTER IS WRITTEN OUT.                  **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO THIRTEEN     **
      ** COMMA-SEPARATED VALUES:                                     **
      **                                                             **
      **   MASTER-DSN,RECLEN,MAP-DSN,KEY-FIELD,TRAN-DSN,TRAN-RECLEN, **
      **   TRAN-MAP-DSN,RULES-DSN,OUT-DSN,REJECT-DSN,REPORT-DSN,     **
      **   CKPT-INTERVAL,RESUME                                      **
      **                                                             **
      **   MASTER-DSN    - REQUIRED. TODAY'S INPUT MASTER.           **
      **   RECLEN        - OPTIONAL. MASTER RECORD LENGTH. DEFAULTS  **
      **                   TO 80.                                    **
      **   MAP-DSN       - REQUIRED. THE MASTER'S FIELD MAP (SEE     **
      **                   FLDMAP.CPY). MULTI-LAYOUT MAPS ARE        **
      **                   HONORED - A BALANCE FIELD IS LOOKED UP IN **
      **                   THE LAYOUT FMSELECT PICKS FOR THE RECORD. **
      **   KEY-FIELD     - REQUIRED. FMT-NAME OF THE MASTER'S KEY.   **
      **   TRAN-DSN      - REQUIRED. THE TRANSACTION FILE.           **
      **   TRAN-RECLEN   - OPTIONAL. TRANSACTION RECORD LENGTH.      **
      **                   DEFAULTS TO 80.                           **
      **   TRAN-MAP-DSN  - REQUIRED. THE TRANSACTION FILE'S MAP.     **
      **   RULES-DSN     - REQUIRED. THE POSTING RULES (BELOW).      **
      **   OUT-DSN       - REQUIRED. THE UPDATED MASTER.             **
      **   REJECT-DSN    - OPTIONAL. EACH REJECTED TRANSACTION IS    **
      **                   WRITTEN HERE, INTACT, FOR REPAIR AND      **
      **                   RESUBMISSION. DEFAULTS TO NONE (REJECTS   **
      **                   ARE STILL COUNTED AND REPORTED).          **
      **   REPORT-DSN    - OPTIONAL. WHERE TO WRITE THE POSTING      **
      **                   CONTROL REPORT. DEFAULTS TO SYSERR ONLY.  **
      **   CKPT-INTERVAL - OPTIONAL. CHECKPOINT EVERY N MASTER       **
      **                   RECORDS WRITTEN (TO OUT-DSN WITH ".CKPT"  **
      **                   APPENDED). DEFAULTS TO 0, NO CHECKPOINTS. **
      **   RESUME        - OPTIONAL. 'Y' RESTARTS FROM THE LAST      **
      **                   CHECKPOINT - SEE BELOW.                   **
      **                                                             **
      ** THE RULES DATASET IS LINE SEQUENTIAL; '*' IN COLUMN 1 IS A  **
      ** COMMENT AND BLANK LINES ARE SKIPPED. ONE TRAN LINE NAMES    **
      ** THE THREE TRANSACTION FIELDS BY THEIR TRAN-MAP FMT-NAMES,   **
      ** AND ONE POST LINE PER (CODE, BALANCE FIELD) SAYS WHICH      **
      ** WAY THE AMOUNT GOES:                                        **
      **                                                             **
      **   TRAN,KEY-FIELD,CODE-FIELD,AMOUNT-FIELD                    **
      **   POST,CODE,BALANCE-FIELD,SIGN                              **
      **                                                             **
      **   E.G.  TRAN,TR-ACCOUNT,TR-CODE,TR-AMOUNT                   **
      **         POST,DP,CURR-BALANCE,+                              **
      **         POST,WD,CURR-BALANCE,-                              **
      **         POST,WD,MTD-WITHDRAWALS,+                           **
      **                                                             **
      ** THE TRANSACTION KEY MUST BE THE MASTER KEY'S LENGTH, THE    **
      ** CODE A CHAR FIELD OF 1-8 BYTES, AND THE AMOUNT A COMP-3,    **
      ** COMP OR COMP-5 FIELD; BALANCE FIELDS MUST BE COMP-3, COMP   **
      ** OR COMP-5 ENTRIES OF THE MASTER MAP. A CODE MAY POST TO     **
      ** SEVERAL BALANCES. THE WHOLE RULES DATASET IS CHECKED BEFORE **
      ** A RECORD IS READ - ONE BAD LINE STOPS THE RUN WITH RC 16.   **
      **                                                             **
      ** BOTH FILES MUST BE IN ASCENDING ORDER ON THE KEY'S RAW      **
      ** BYTES (SEVERAL TRANSACTIONS PER ACCOUNT ARE POSTED IN FILE  **
      ** ORDER); OUT-OF-SEQUENCE INPUT IS FATAL, AS IN FILEDELTA.    **
      ** A TRANSACTION IS POSTED WHOLE OR NOT AT ALL: EVERY BALANCE  **
      ** IT TOUCHES IS RE-ENCODED THROUGH FMENCODE INTO A WORK COPY  **
      ** OF THE MASTER, AND ONLY WHEN ALL OF THEM FIT IS THE WORK    **
      ** COPY KEPT. IT IS REJECTED WHEN ITS ACCOUNT IS NOT ON THE    **
      ** MASTER, ITS CODE HAS NO POST RULE, ITS AMOUNT WON'T DECODE, **
      ** OR A NEW BALANCE WOULD OVERFLOW ITS FIELD.                  **
      **                                                             **
      ** THE CONTROL REPORT SHOWS, PER TRANSACTION CODE, THE COUNT   **
      ** READ, POSTED AND REJECTED, THE POSTED DEBITS (NEGATIVE      **
      ** AMOUNTS) AND CREDITS (POSITIVE AMOUNTS), AND THE NET        **
      ** AMOUNT REJECTED - AND PROVES THAT READ = POSTED + REJECTED  **
      ** AND THAT THE INPUT NET = DEBITS + CREDITS + REJECTED, BOTH  **
      ** PER CODE AND IN TOTAL. AMOUNTS ARE IN THE FIELD'S RAW UNITS **
      ** (E.G. CENTS), THE SAME WAY FILEPROF SHOWS THEM.             **
      **                                                             **
      ** CHECKPOINT/RESTART FOLLOWS COBDUMPUTIL'S CKPT-INTERVAL/      **
      ** RESUME: EVERY N MASTER RECORDS WRITTEN, THE POSITION IN     **
      ** BOTH INPUTS, THE RECORD COUNTS OF BOTH OUTPUTS AND THE      **
      ** CONTROL TOTALS ARE WRITTEN TO OUT-DSN.CKPT. A RESUME RUN    **
      ** CUTS THE OUTPUT AND REJECT DATASETS BACK TO THE CHECKPOINT  **
      ** (THROUGH A .KEEP SIDE DATASET - THE FILEERRRPT RETENTION    **
      ** PATTERN), SKIPS THE INPUT ALREADY POSTED AND CARRIES THE    **
      ** TOTALS FORWARD, SO THE FINAL REPORT STILL BALANCES TO THE   **
      ** WHOLE INPUT. A RUN THAT FINISHES DELETES ITS CHECKPOINT, SO **
      ** A STRAY RESUME='Y' ON THE NEXT NIGHT'S RUN STARTS CLEAN.    **
      **                                                             **
      ** RETURN-CODE IS 0 WHEN EVERY TRANSACTION POSTED, 8 WHEN ANY  **
      ** WAS REJECTED (THE FILELOAD CONVENTION - HOLD WHAT USES THE  **
      ** MASTER NEXT), 16 ON A PARM, RULES OR FILE FAILURE, AN OUT-  **
      ** OF-SEQUENCE INPUT, OR CONTROL TOTALS THAT DO NOT BALANCE.   **
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
           SELECT POST-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT POST-TRAN-FILE ASSIGN TO DYNAMIC WS-TRAN-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT POST-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT POST-REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT POST-RULES-FILE ASSIGN TO DYNAMIC WS-RULES-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO DYNAMIC WS-CHECKPOINT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT KEEP-FILE ASSIGN TO DYNAMIC WS-KEEP-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POST-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-MASTER-RECLEN.
       01  POST-MASTER-RECORD         PIC X(32760).
       FD  POST-TRAN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-TRAN-RECLEN.
       01  POST-TRAN-RECORD           PIC X(32760).
       FD  POST-OUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-OUT-RECLEN.
       01  POST-OUT-RECORD            PIC X(32760).
       FD  POST-REJECT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-REJECT-RECLEN.
       01  POST-REJECT-RECORD         PIC X(32760).
       FD  POST-RULES-FILE.
       01  POST-RULES-RECORD          PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD          PIC X(132).
       FD  KEEP-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-KEEP-RECLEN.
       01  KEEP-RECORD                PIC X(32760).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-MASTER-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-RECLEN          PIC X(9)   VALUE SPACES.
           05 WS-PARM-MAP-DSN         PIC X(64)  VALUE SPACES.
           05 WS-PARM-KEY-FIELD       PIC X(30)  VALUE SPACES.
           05 WS-TRAN-DSN             PIC X(64)  VALUE SPACES.
           05 WS-PARM-TRAN-RECLEN     PIC X(9)   VALUE SPACES.
           05 WS-PARM-TRAN-MAP-DSN    PIC X(64)  VALUE SPACES.
           05 WS-RULES-DSN            PIC X(64)  VALUE SPACES.
           05 WS-OUT-DSN              PIC X(64)  VALUE SPACES.
           05 WS-REJECT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-CKPT-INTERVAL   PIC X(9)   VALUE SPACES.
           05 WS-PARM-RESUME          PIC X(1)   VALUE SPACES.

       01  WS-MASTER-RECLEN           USAGE BINARY-LONG VALUE 80.
       01  WS-TRAN-RECLEN             USAGE BINARY-LONG VALUE 80.
       01  WS-OUT-RECLEN              USAGE BINARY-LONG VALUE 80.
       01  WS-REJECT-RECLEN           USAGE BINARY-LONG VALUE 80.
       01  WS-KEEP-RECLEN             USAGE BINARY-LONG VALUE 80.

       01  WS-MASTER-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-TRAN-FILE-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-OUT-FILE-STATUS         PIC X(2)   VALUE SPACES.
       01  WS-REJECT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-RULES-FILE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-CHECKPOINT-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01  WS-KEEP-FILE-STATUS        PIC X(2)   VALUE SPACES.

       01  REJECT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REJECT-FILE-OPEN                   VALUE 'Y'.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

       01  MASTER-EOF-SW              PIC X(1)   VALUE 'N'.
           88 MASTER-EOF                         VALUE 'Y'.
       01  TRAN-EOF-SW                PIC X(1)   VALUE 'N'.
           88 TRAN-EOF                           VALUE 'Y'.
       01  RULES-EOF-SW               PIC X(1)   VALUE 'N'.
           88 RULES-EOF                          VALUE 'Y'.
       01  CHECKPOINT-EOF-SW          PIC X(1)   VALUE 'N'.
           88 CHECKPOINT-EOF                     VALUE 'Y'.
       01  KEEP-EOF-SW                PIC X(1)   VALUE 'N'.
           88 KEEP-EOF                           VALUE 'Y'.

       01  WS-CKPT-INTERVAL           PIC 9(9)   VALUE 0.
       01  WS-RESUME-SW               PIC X(1)   VALUE 'N'.
           88 WS-RESUME-REQUESTED                VALUE 'Y'.
       01  WS-RESUMED-SW              PIC X(1)   VALUE 'N'.
           88 WS-RESUMED                         VALUE 'Y'.
       01  WS-CHECKPOINT-DSN          PIC X(74)  VALUE SPACES.
       01  WS-KEEP-DSN                PIC X(74)  VALUE SPACES.
       01  WS-CKPT-QUOTIENT           PIC 9(9)   VALUE 0.
       01  WS-CKPT-REMAINDER          PIC 9(9)   VALUE 0.
       01  WS-KEEP-TARGET             PIC 9(9)   VALUE 0.
       01  WS-KEEP-COPIED             PIC 9(9)   VALUE 0.

       01  WS-MASTER-READ             PIC 9(9)   VALUE 0.
       01  WS-TRAN-READ               PIC 9(9)   VALUE 0.
       01  WS-OUT-WRITTEN             PIC 9(9)   VALUE 0.
       01  WS-REJECT-WRITTEN          PIC 9(9)   VALUE 0.
       01  WS-TRAN-POSTED             PIC 9(9)   VALUE 0.
       01  WS-TRAN-REJECTED           PIC 9(9)   VALUE 0.

      *
      *    THE KEY FIELD OF EACH FILE. THE TRANSACTION FIELDS ARE
      *    LOOKED UP IN THE TRANSACTION MAP BEFORE THE MASTER MAP IS
      *    LOADED OVER IT - ONLY THEIR POSITIONS ARE KEPT.
      *
       01  WS-KEY-SUB                 PIC 9(4)   VALUE 0.
       01  WS-KEY-OFFSET              USAGE BINARY-LONG VALUE 0.
       01  WS-KEY-LENGTH              USAGE BINARY-LONG VALUE 0.
       01  WS-TRAN-KEY-OFFSET         USAGE BINARY-LONG VALUE 0.
       01  WS-TRAN-KEY-LENGTH         USAGE BINARY-LONG VALUE 0.
       01  WS-TRAN-CODE-OFFSET        USAGE BINARY-LONG VALUE 0.
       01  WS-TRAN-CODE-LENGTH        USAGE BINARY-LONG VALUE 0.
       01  WS-TRAN-AMT-OFFSET         USAGE BINARY-LONG VALUE 0.
       01  WS-TRAN-AMT-LENGTH         USAGE BINARY-LONG VALUE 0.
       01  WS-TRAN-AMT-TYPE           PIC X(8)   VALUE SPACES.
       01  WS-TRAN-LINE-SEEN-SW       PIC X(1)   VALUE 'N'.

      *
      *    THE LAST KEY SEEN ON EACH SIDE, FOR THE ASCENDING-ORDER
      *    CHECK (THE FILEDELTA RULE).
      *
       01  WS-MASTER-PRIOR-KEY        PIC X(64)  VALUE LOW-VALUES.
       01  WS-TRAN-PRIOR-KEY          PIC X(64)  VALUE LOW-VALUES.
       01  WS-MASTER-FIRST-SW         PIC X(1)   VALUE 'Y'.
       01  WS-TRAN-FIRST-SW           PIC X(1)   VALUE 'Y'.

      *
      *    POSTING RULES FROM THE RULES DATASET - ONE ENTRY PER
      *    (CODE, BALANCE FIELD) PAIR.
      *
       01  WS-RULE-COUNT              PIC 9(4)   VALUE 0.
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 128 TIMES.
              10 RL-CODE              PIC X(8).
              10 RL-FIELD             PIC X(30).
              10 RL-SIGN              PIC X(1).
       01  WS-RULE-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-RULE-WORD               PIC X(8)   VALUE SPACES.
       01  WS-RULE-OPERAND-1          PIC X(30)  VALUE SPACES.
       01  WS-RULE-OPERAND-2          PIC X(30)  VALUE SPACES.
       01  WS-RULE-OPERAND-3          PIC X(30)  VALUE SPACES.
       01  WS-FIND-NAME               PIC X(30)  VALUE SPACES.
       01  WS-FOUND-SUB               PIC 9(4)   VALUE 0.

      *
      *    CONTROL TOTALS PER TRANSACTION CODE. THE ENTRY LAYOUT IS
      *    ALSO THE CHECKPOINT 'T' LINE'S PAYLOAD, SO THE TOTALS
      *    SURVIVE A RESTART EXACTLY. DEBITS ARE THE POSTED NEGATIVE
      *    AMOUNTS, CREDITS THE POSTED POSITIVE ONES, REJECTED THE
      *    NET OF EVERYTHING REJECTED, INPUT THE NET OF EVERYTHING
      *    READ - SO INPUT = DEBITS + CREDITS + REJECTED WHEN THE
      *    RUN BALANCES.
      *
       01  WS-CODE-COUNT              PIC 9(4)   VALUE 0.
       01  WS-CODE-TABLE.
           05 WS-TC-ENTRY OCCURS 100 TIMES.
              10 TC-CODE              PIC X(8).
              10 TC-READ              PIC 9(9).
              10 TC-POSTED            PIC 9(9).
              10 TC-REJECTED          PIC 9(9).
              10 TC-DEBIT-TOTAL       PIC S9(18)
                                      SIGN LEADING SEPARATE.
              10 TC-CREDIT-TOTAL      PIC S9(18)
                                      SIGN LEADING SEPARATE.
              10 TC-REJECT-TOTAL      PIC S9(18)
                                      SIGN LEADING SEPARATE.
              10 TC-INPUT-TOTAL       PIC S9(18)
                                      SIGN LEADING SEPARATE.
              10 TC-OVERFLOW-SW       PIC X(1).
       01  WS-CODE-SUB         COMP-5 PIC 9(4)   VALUE 0.

      *
      *    CHECKPOINT LINES - ONE 'C' LINE OF POSITIONS AND COUNTS,
      *    THEN ONE 'T' LINE PER TRANSACTION CODE.
      *
       01  WS-CKPT-COUNTS.
           05 CKC-TYPE                PIC X(1)   VALUE 'C'.
           05 CKC-MASTER-READ         PIC 9(9)   VALUE 0.
           05 CKC-TRAN-READ           PIC 9(9)   VALUE 0.
           05 CKC-OUT-WRITTEN         PIC 9(9)   VALUE 0.
           05 CKC-REJECT-WRITTEN      PIC 9(9)   VALUE 0.
           05 CKC-POSTED              PIC 9(9)   VALUE 0.
           05 CKC-REJECTED            PIC 9(9)   VALUE 0.
       01  WS-CKPT-CODE-LINE.
           05 CKT-TYPE                PIC X(1)   VALUE 'T'.
           05 CKT-ENTRY               PIC X(112) VALUE SPACES.

       01  WS-TRAN-CODE               PIC X(8)   VALUE SPACES.
       01  WS-TRAN-AMOUNT             USAGE BINARY-DOUBLE SIGNED.
       01  WS-NEW-BALANCE             USAGE BINARY-DOUBLE SIGNED.
       01  WS-POST-GOOD-SW            PIC X(1)   VALUE 'Y'.
       01  WS-AMOUNT-GOOD-SW          PIC X(1)   VALUE 'N'.
       01  WS-RULES-MATCHED           PIC 9(4)   VALUE 0.
       01  WS-REJECT-REASON           PIC X(60)  VALUE SPACES.
       01  WS-MASTER-LAYOUT           USAGE BINARY-LONG VALUE 0.
       01  WS-WORK-IMAGE              PIC X(32760) VALUE SPACES.

       01  WS-FM-SUB                  PIC 9(4)   VALUE 0.
       01  WS-BAL-SUB                 PIC 9(4)   VALUE 0.
       01  WS-LAY-FIRST               USAGE BINARY-LONG VALUE 0.
       01  WS-LAY-LAST                USAGE BINARY-LONG VALUE 0.

       01  WS-TOTAL-READ              PIC 9(9)   VALUE 0.
       01  WS-TOTAL-POSTED            PIC 9(9)   VALUE 0.
       01  WS-TOTAL-REJECTED          PIC 9(9)   VALUE 0.
       01  WS-TOTAL-DEBITS            PIC S9(18) VALUE 0.
       01  WS-TOTAL-CREDITS           PIC S9(18) VALUE 0.
       01  WS-TOTAL-REJECT-AMT        PIC S9(18) VALUE 0.
       01  WS-TOTAL-INPUT-AMT         PIC S9(18) VALUE 0.
       01  WS-TOTAL-OVERFLOW-SW       PIC X(1)   VALUE 'N'.
       01  WS-BALANCE-CHECK           PIC S9(18) VALUE 0.
       01  WS-OUT-OF-BALANCE-SW       PIC X(1)   VALUE 'N'.

       01  WS-EDIT-VALUE              PIC -(17)9.
       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

       COPY FLDMAP.

       COPY FMDECODE.

       COPY FMENCODE.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEPOST.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 012-LOAD-TRAN-MAP
           PERFORM 015-LOAD-FIELD-MAP
           PERFORM 017-FIND-KEY-FIELD
           PERFORM 030-LOAD-POSTING-RULES
           PERFORM 018-BUILD-CHECKPOINT-NAME
           IF WS-RESUME-REQUESTED
               PERFORM 019-LOAD-CHECKPOINT
           END-IF
           PERFORM 020-OPEN-FILES
           PERFORM 100-POST-TRANSACTIONS
           CLOSE POST-MASTER-FILE
           CLOSE POST-TRAN-FILE
           CLOSE POST-OUT-FILE
           IF REJECT-FILE-OPEN
               CLOSE POST-REJECT-FILE
           END-IF
           PERFORM 800-PRINT-CONTROL-REPORT
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           IF WS-CKPT-INTERVAL > 0 OR WS-RESUMED
               CALL 'CBL_DELETE_FILE' USING WS-CHECKPOINT-DSN
               END-CALL
           END-IF
      *
      * FILEERRSUM GOES FIRST - A CALL REPLACES RETURN-CODE WITH THE
      * CALLED PROGRAM'S OWN EXIT CODE, SO A CODE SET BEFORE THE CALL
      * WOULD BE LOST. RAISING (NEVER LOWERING) AFTERWARD PRESERVES
      * THE 8 FILEERRSUM SETS WHEN RECORDS WERE SKIPPED BY POLICY.
      *
           CALL 'FILEERRSUM'
           IF WS-TRAN-REJECTED > 0
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OUT-OF-BALANCE-SW = 'Y'
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE WS-MASTER-READ TO RJ-RECORDS-READ
           ADD WS-TRAN-READ TO RJ-RECORDS-READ
           MOVE WS-OUT-WRITTEN TO RJ-RECORDS-WRITTEN
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
               INTO WS-MASTER-DSN, WS-PARM-RECLEN,
                    WS-PARM-MAP-DSN, WS-PARM-KEY-FIELD,
                    WS-TRAN-DSN, WS-PARM-TRAN-RECLEN,
                    WS-PARM-TRAN-MAP-DSN, WS-RULES-DSN,
                    WS-OUT-DSN, WS-REJECT-DSN, WS-REPORT-DSN,
                    WS-PARM-CKPT-INTERVAL, WS-PARM-RESUME
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-MASTER-DSN = SPACES OR WS-PARM-MAP-DSN = SPACES
              OR WS-PARM-KEY-FIELD = SPACES
              OR WS-TRAN-DSN = SPACES
              OR WS-PARM-TRAN-MAP-DSN = SPACES
              OR WS-RULES-DSN = SPACES OR WS-OUT-DSN = SPACES
               DISPLAY 'FILEPOST: PARM MUST BE MASTER-DSN,RECLEN,'
                       'MAP-DSN,KEY-FIELD,TRAN-DSN,TRAN-RECLEN,'
                       'TRAN-MAP-DSN,RULES-DSN,OUT-DSN,REJECT-DSN,'
                       'REPORT-DSN,CKPT-INTERVAL,RESUME' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-RECLEN NOT = SPACES
               MOVE WS-PARM-RECLEN TO WS-MASTER-RECLEN
           END-IF
           IF WS-PARM-TRAN-RECLEN NOT = SPACES
               MOVE WS-PARM-TRAN-RECLEN TO WS-TRAN-RECLEN
           END-IF
           MOVE WS-MASTER-RECLEN TO WS-OUT-RECLEN
           MOVE WS-TRAN-RECLEN TO WS-REJECT-RECLEN
           IF WS-PARM-CKPT-INTERVAL NOT = SPACES
               MOVE WS-PARM-CKPT-INTERVAL TO WS-CKPT-INTERVAL
           END-IF
           IF WS-PARM-RESUME NOT = SPACES
               MOVE WS-PARM-RESUME TO WS-RESUME-SW
               INSPECT WS-RESUME-SW
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
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
           MOVE WS-TRAN-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-TRAN-DSN
           MOVE WS-PARM-TRAN-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-TRAN-MAP-DSN
           MOVE WS-RULES-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-RULES-DSN
           MOVE WS-OUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OUT-DSN
           MOVE WS-REJECT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REJECT-DSN
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEPOST: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 012-LOAD-TRAN-MAP - LOAD THE TRANSACTION MAP, FIND THE TRAN **
      ** LINE IN THE RULES DATASET, AND KEEP THE POSITIONS OF THE    **
      ** KEY, CODE AND AMOUNT FIELDS IT NAMES. THE MASTER MAP IS     **
      ** LOADED INTO THE SAME TABLE AFTERWARD.                       **
      *****************************************************************
       012-LOAD-TRAN-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-TRAN-MAP-DSN TO FMT-MAP-DSN
           CALL 'FLDMAPIO' USING FIELD-MAP-TABLE
           END-CALL
           IF NOT FMT-LOAD-OK
               DISPLAY 'FILEPOST: UNABLE TO LOAD FIELD MAP '
                       WS-PARM-TRAN-MAP-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 031-OPEN-RULES
           PERFORM 035-READ-RULES-RECORD
           PERFORM WITH TEST BEFORE UNTIL RULES-EOF
               IF POST-RULES-RECORD NOT = SPACES
                  AND POST-RULES-RECORD (1 : 1) NOT = '*'
                   PERFORM 032-SPLIT-RULES-RECORD
                   IF WS-RULE-WORD = 'TRAN'
                       PERFORM 013-RESOLVE-TRAN-FIELDS
                   END-IF
               END-IF
               PERFORM 035-READ-RULES-RECORD
           END-PERFORM
           CLOSE POST-RULES-FILE
           IF WS-TRAN-LINE-SEEN-SW NOT = 'Y'
               DISPLAY 'FILEPOST: RULES DATASET ' WS-RULES-DSN
                       ' HAS NO TRAN LINE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       013-RESOLVE-TRAN-FIELDS.
           IF WS-TRAN-LINE-SEEN-SW = 'Y'
               DISPLAY 'FILEPOST: MORE THAN ONE TRAN LINE IN '
                       WS-RULES-DSN UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           MOVE 'Y' TO WS-TRAN-LINE-SEEN-SW
           MOVE WS-RULE-OPERAND-1 TO WS-FIND-NAME
           PERFORM 016-FIND-MAP-FIELD
           IF WS-FOUND-SUB = 0
               PERFORM 049-REFUSE-RULE
           END-IF
           MOVE FMT-OFFSET (WS-FOUND-SUB) TO WS-TRAN-KEY-OFFSET
           MOVE FMT-LENGTH (WS-FOUND-SUB) TO WS-TRAN-KEY-LENGTH
           IF WS-TRAN-KEY-LENGTH = 0 OR WS-TRAN-KEY-LENGTH > 64
              OR WS-TRAN-KEY-OFFSET + WS-TRAN-KEY-LENGTH
                 > WS-TRAN-RECLEN
               DISPLAY 'FILEPOST: TRANSACTION KEY MUST BE 1-64 '
                       'BYTES INSIDE TRAN-RECLEN' UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           MOVE WS-RULE-OPERAND-2 TO WS-FIND-NAME
           PERFORM 016-FIND-MAP-FIELD
           IF WS-FOUND-SUB = 0
               PERFORM 049-REFUSE-RULE
           END-IF
           MOVE FMT-OFFSET (WS-FOUND-SUB) TO WS-TRAN-CODE-OFFSET
           MOVE FMT-LENGTH (WS-FOUND-SUB) TO WS-TRAN-CODE-LENGTH
           IF FMT-TYPE (WS-FOUND-SUB) NOT = 'CHAR'
              OR WS-TRAN-CODE-LENGTH = 0
              OR WS-TRAN-CODE-LENGTH > 8
              OR WS-TRAN-CODE-OFFSET + WS-TRAN-CODE-LENGTH
                 > WS-TRAN-RECLEN
               DISPLAY 'FILEPOST: TRANSACTION CODE MUST BE A CHAR '
                       'FIELD OF 1-8 BYTES INSIDE TRAN-RECLEN'
                       UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           MOVE WS-RULE-OPERAND-3 TO WS-FIND-NAME
           PERFORM 016-FIND-MAP-FIELD
           IF WS-FOUND-SUB = 0
               PERFORM 049-REFUSE-RULE
           END-IF
           MOVE FMT-OFFSET (WS-FOUND-SUB) TO WS-TRAN-AMT-OFFSET
           MOVE FMT-LENGTH (WS-FOUND-SUB) TO WS-TRAN-AMT-LENGTH
           MOVE FMT-TYPE (WS-FOUND-SUB) TO WS-TRAN-AMT-TYPE
           IF WS-TRAN-AMT-TYPE NOT = 'COMP-3'
              AND WS-TRAN-AMT-TYPE NOT = 'COMP'
              AND WS-TRAN-AMT-TYPE NOT = 'COMP-5'
               DISPLAY 'FILEPOST: TRANSACTION AMOUNT MUST BE A '
                       'COMP-3, COMP OR COMP-5 FIELD' UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           .
       015-LOAD-FIELD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-MAP-DSN TO FMT-MAP-DSN
           CALL 'FLDMAPIO' USING FIELD-MAP-TABLE
           END-CALL
           IF NOT FMT-LOAD-OK
               DISPLAY 'FILEPOST: UNABLE TO LOAD FIELD MAP '
                       WS-PARM-MAP-DSN UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 016-FIND-MAP-FIELD - LOOK WS-FIND-NAME UP BY FMT-NAME IN    **
      ** WHICHEVER MAP IS LOADED. WS-FOUND-SUB COMES BACK 0 WHEN THE **
      ** MAP DOESN'T CARRY IT.                                       **
      *****************************************************************
       016-FIND-MAP-FIELD.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-FM-SUB FROM 1 BY 1
                     UNTIL WS-FM-SUB > FMT-ENTRY-COUNT
                        OR WS-FOUND-SUB > 0
               IF FMT-NAME (WS-FM-SUB) = WS-FIND-NAME
                   MOVE WS-FM-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               DISPLAY 'FILEPOST: FIELD ' TRIM (WS-FIND-NAME)
                       ' IS NOT IN THE FIELD MAP' UPON SYSERR
           END-IF
           .
      *****************************************************************
      ** 017-FIND-KEY-FIELD - LOOK THE MASTER KEY UP BY ITS FMT-NAME.**
      ** IT MUST BE AS LONG AS THE TRANSACTION KEY - THE TWO ARE     **
      ** COMPARED BYTE FOR BYTE.                                     **
      *****************************************************************
       017-FIND-KEY-FIELD.
           MOVE WS-PARM-KEY-FIELD TO WS-FIND-NAME
           PERFORM 016-FIND-MAP-FIELD
           IF WS-FOUND-SUB = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FOUND-SUB TO WS-KEY-SUB
           MOVE FMT-OFFSET (WS-KEY-SUB) TO WS-KEY-OFFSET
           MOVE FMT-LENGTH (WS-KEY-SUB) TO WS-KEY-LENGTH
           IF WS-KEY-LENGTH = 0 OR WS-KEY-LENGTH > 64
               DISPLAY 'FILEPOST: KEY FIELD LENGTH MUST BE 1-64'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-KEY-LENGTH NOT = WS-TRAN-KEY-LENGTH
               DISPLAY 'FILEPOST: TRANSACTION KEY AND MASTER KEY '
                       'MUST BE THE SAME LENGTH' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 018-BUILD-CHECKPOINT-NAME - THE CHECKPOINT FILE IS ALWAYS    **
      ** THE OUTPUT DSN WITH ".CKPT" APPENDED (THE COBDUMPUTIL        **
      ** NAMING), SO A RESTART RUN NEEDS NO EXTRA PARAMETER.          **
      *****************************************************************
       018-BUILD-CHECKPOINT-NAME.
           STRING WS-OUT-DSN DELIMITED BY SPACE
                  '.CKPT'    DELIMITED BY SIZE
                  INTO WS-CHECKPOINT-DSN
           END-STRING
           .
      *****************************************************************
      ** 019-LOAD-CHECKPOINT - WHEN RESUME='Y', READ BACK THE LAST    **
      ** CHECKPOINT: THE 'C' LINE OF POSITIONS AND COUNTS, AND ONE    **
      ** 'T' LINE OF CONTROL TOTALS PER TRANSACTION CODE. A MISSING   **
      ** CHECKPOINT (NO PRIOR RUN, OR ONE THAT DIED BEFORE ITS FIRST  **
      ** CHECKPOINT) IS NOT AN ERROR - THE RUN STARTS FROM THE TOP.   **
      *****************************************************************
       019-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CHECKPOINT-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL CHECKPOINT-EOF
               READ CHECKPOINT-FILE
                   AT END SET CHECKPOINT-EOF TO TRUE
                   NOT AT END
                       EVALUATE CHECKPOINT-RECORD (1 : 1)
                           WHEN 'C'
                               MOVE CHECKPOINT-RECORD
                                 TO WS-CKPT-COUNTS
                               SET WS-RESUMED TO TRUE
                           WHEN 'T'
                               IF WS-CODE-COUNT < 100
                                   ADD 1 TO WS-CODE-COUNT
                                   MOVE CHECKPOINT-RECORD (2 : 112)
                                     TO WS-TC-ENTRY (WS-CODE-COUNT)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           IF NOT WS-RESUMED
               MOVE 0 TO WS-CODE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CKC-OUT-WRITTEN TO WS-OUT-WRITTEN
           MOVE CKC-REJECT-WRITTEN TO WS-REJECT-WRITTEN
           MOVE CKC-POSTED TO WS-TRAN-POSTED
           MOVE CKC-REJECTED TO WS-TRAN-REJECTED
           DISPLAY 'FILEPOST: RESUMING AFTER MASTER RECORD '
                   CKC-MASTER-READ ', TRANSACTION ' CKC-TRAN-READ
                   UPON SYSERR
           .
       020-OPEN-FILES.
           OPEN INPUT POST-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'FILEPOST: UNABLE TO OPEN ' WS-MASTER-DSN
                       ' - FILE STATUS ' WS-MASTER-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT POST-TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'FILEPOST: UNABLE TO OPEN ' WS-TRAN-DSN
                       ' - FILE STATUS ' WS-TRAN-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESUMED
               PERFORM 025-TRIM-OUT-FILE
               OPEN EXTEND POST-OUT-FILE
           ELSE
               OPEN OUTPUT POST-OUT-FILE
           END-IF
           IF WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEPOST: UNABLE TO OPEN ' WS-OUT-DSN
                       ' - FILE STATUS ' WS-OUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REJECT-DSN NOT = SPACES
               IF WS-RESUMED
                   PERFORM 026-TRIM-REJECT-FILE
                   OPEN EXTEND POST-REJECT-FILE
               ELSE
                   OPEN OUTPUT POST-REJECT-FILE
               END-IF
               IF WS-REJECT-FILE-STATUS NOT = '00'
                   DISPLAY 'FILEPOST: UNABLE TO OPEN ' WS-REJECT-DSN
                           ' - FILE STATUS ' WS-REJECT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REJECT-FILE-OPEN TO TRUE
           END-IF
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'FILEPOST: UNABLE TO OPEN ' WS-REPORT-DSN
                           ' - FILE STATUS ' WS-REPORT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           .
      *****************************************************************
      ** 025-TRIM-OUT-FILE - ON A RESUME, CUT THE UPDATED MASTER     **
      ** BACK TO THE RECORDS THE CHECKPOINT VOUCHES FOR. WHATEVER    **
      ** THE DEAD RUN WROTE AFTER ITS LAST CHECKPOINT IS WRITTEN     **
      ** AGAIN BY THIS ONE. THE SURVIVORS GO THROUGH A .KEEP SIDE    **
      ** DATASET (THE FILEERRRPT RETENTION PATTERN), WHICH IS LEFT   **
      ** ON DISK IF THE COPY BACK FAILS.                             **
      *****************************************************************
       025-TRIM-OUT-FILE.
           MOVE SPACES TO WS-KEEP-DSN
           STRING WS-OUT-DSN DELIMITED BY SPACE
                  '.KEEP'    DELIMITED BY SIZE
                  INTO WS-KEEP-DSN
           END-STRING
           MOVE CKC-OUT-WRITTEN TO WS-KEEP-TARGET
           MOVE 0 TO WS-KEEP-COPIED
           IF WS-KEEP-TARGET = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT POST-OUT-FILE
           IF WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEPOST: UNABLE TO REOPEN ' WS-OUT-DSN
                       ' - FILE STATUS ' WS-OUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 027-OPEN-KEEP-OUTPUT
           MOVE 'N' TO KEEP-EOF-SW
           PERFORM WITH TEST BEFORE
                   UNTIL WS-KEEP-COPIED >= WS-KEEP-TARGET
                      OR KEEP-EOF
               READ POST-OUT-FILE
                   AT END SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE WS-OUT-RECLEN TO WS-KEEP-RECLEN
                       MOVE POST-OUT-RECORD (1 : WS-OUT-RECLEN)
                         TO KEEP-RECORD (1 : WS-KEEP-RECLEN)
                       WRITE KEEP-RECORD
                       PERFORM 9800-KEEP-FILE-STATUS-CHECK
                       ADD 1 TO WS-KEEP-COPIED
               END-READ
           END-PERFORM
           CLOSE POST-OUT-FILE
           CLOSE KEEP-FILE
           PERFORM 028-CHECK-KEEP-COUNT
           OPEN OUTPUT POST-OUT-FILE
           IF WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEPOST: UNABLE TO REOPEN ' WS-OUT-DSN
                       ' - FILE STATUS ' WS-OUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 029-OPEN-KEEP-INPUT
           PERFORM WITH TEST BEFORE UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE WS-KEEP-RECLEN TO WS-OUT-RECLEN
                       MOVE KEEP-RECORD (1 : WS-KEEP-RECLEN)
                         TO POST-OUT-RECORD (1 : WS-OUT-RECLEN)
                       WRITE POST-OUT-RECORD
                       PERFORM 9800-POST-OUT-FILE-STATUS-CHECK
               END-READ
           END-PERFORM
           CLOSE KEEP-FILE
           CLOSE POST-OUT-FILE
           CALL 'CBL_DELETE_FILE' USING WS-KEEP-DSN
           END-CALL
           MOVE WS-MASTER-RECLEN TO WS-OUT-RECLEN
           .
      *****************************************************************
      ** 026-TRIM-REJECT-FILE - THE SAME CUT-BACK FOR THE REJECTS.   **
      *****************************************************************
       026-TRIM-REJECT-FILE.
           MOVE SPACES TO WS-KEEP-DSN
           STRING WS-REJECT-DSN DELIMITED BY SPACE
                  '.KEEP'       DELIMITED BY SIZE
                  INTO WS-KEEP-DSN
           END-STRING
           MOVE CKC-REJECT-WRITTEN TO WS-KEEP-TARGET
           MOVE 0 TO WS-KEEP-COPIED
           IF WS-KEEP-TARGET = 0
               OPEN OUTPUT POST-REJECT-FILE
               IF WS-REJECT-FILE-STATUS NOT = '00'
                   DISPLAY 'FILEPOST: UNABLE TO REOPEN ' WS-REJECT-DSN
                           ' - FILE STATUS ' WS-REJECT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE POST-REJECT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT POST-REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEPOST: UNABLE TO REOPEN ' WS-REJECT-DSN
                       ' - FILE STATUS ' WS-REJECT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 027-OPEN-KEEP-OUTPUT
           MOVE 'N' TO KEEP-EOF-SW
           PERFORM WITH TEST BEFORE
                   UNTIL WS-KEEP-COPIED >= WS-KEEP-TARGET
                      OR KEEP-EOF
               READ POST-REJECT-FILE
                   AT END SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE WS-REJECT-RECLEN TO WS-KEEP-RECLEN
                       MOVE POST-REJECT-RECORD (1 : WS-REJECT-RECLEN)
                         TO KEEP-RECORD (1 : WS-KEEP-RECLEN)
                       WRITE KEEP-RECORD
                       PERFORM 9800-KEEP-FILE-STATUS-CHECK
                       ADD 1 TO WS-KEEP-COPIED
               END-READ
           END-PERFORM
           CLOSE POST-REJECT-FILE
           CLOSE KEEP-FILE
           PERFORM 028-CHECK-KEEP-COUNT
           OPEN OUTPUT POST-REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEPOST: UNABLE TO REOPEN ' WS-REJECT-DSN
                       ' - FILE STATUS ' WS-REJECT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 029-OPEN-KEEP-INPUT
           PERFORM WITH TEST BEFORE UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE WS-KEEP-RECLEN TO WS-REJECT-RECLEN
                       MOVE KEEP-RECORD (1 : WS-KEEP-RECLEN)
                         TO POST-REJECT-RECORD (1 : WS-REJECT-RECLEN)
                       WRITE POST-REJECT-RECORD
                       PERFORM 9800-POST-REJECT-FILE-STATUS-CHECK
               END-READ
           END-PERFORM
           CLOSE KEEP-FILE
           CLOSE POST-REJECT-FILE
           CALL 'CBL_DELETE_FILE' USING WS-KEEP-DSN
           END-CALL
           MOVE WS-TRAN-RECLEN TO WS-REJECT-RECLEN
           .
       027-OPEN-KEEP-OUTPUT.
           OPEN OUTPUT KEEP-FILE
           IF WS-KEEP-FILE-STATUS NOT = '00'
               DISPLAY 'FILEPOST: UNABLE TO OPEN ' WS-KEEP-DSN
                       ' - FILE STATUS ' WS-KEEP-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
      * AN OUTPUT WITH FEWER RECORDS THAN ITS CHECKPOINT SAYS WAS NOT
      * WRITTEN BY THE RUN THAT TOOK THE CHECKPOINT - RESUMING ON TOP
      * OF IT WOULD PRODUCE A MASTER WITH A HOLE IN IT.
      *
       028-CHECK-KEEP-COUNT.
           IF WS-KEEP-COPIED < WS-KEEP-TARGET
               DISPLAY 'FILEPOST: OUTPUT IS SHORTER THAN ITS '
                       'CHECKPOINT - CANNOT RESUME, RERUN FROM THE '
                       'TOP WITHOUT RESUME' UPON SYSERR
               CALL 'CBL_DELETE_FILE' USING WS-KEEP-DSN
               END-CALL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       029-OPEN-KEEP-INPUT.
           OPEN INPUT KEEP-FILE
           IF WS-KEEP-FILE-STATUS NOT = '00'
               DISPLAY 'FILEPOST: UNABLE TO REOPEN ' WS-KEEP-DSN
                       ' - FILE STATUS ' WS-KEEP-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO KEEP-EOF-SW
           .
      *****************************************************************
      ** 030-LOAD-POSTING-RULES - READ THE POST LINES, NOW THAT THE  **
      ** MASTER MAP IS LOADED, AND CHECK EVERY ONE BEFORE A RECORD   **
      ** IS TOUCHED. THE TRAN LINE WAS TAKEN BY 012-LOAD-TRAN-MAP.   **
      *****************************************************************
       030-LOAD-POSTING-RULES.
           PERFORM 031-OPEN-RULES
           PERFORM 035-READ-RULES-RECORD
           PERFORM WITH TEST BEFORE UNTIL RULES-EOF
               IF POST-RULES-RECORD NOT = SPACES
                  AND POST-RULES-RECORD (1 : 1) NOT = '*'
                   PERFORM 032-SPLIT-RULES-RECORD
                   EVALUATE WS-RULE-WORD
                       WHEN 'TRAN'
                           CONTINUE
                       WHEN 'POST'
                           PERFORM 040-LOAD-ONE-RULE
                       WHEN OTHER
                           PERFORM 049-REFUSE-RULE
                   END-EVALUATE
               END-IF
               PERFORM 035-READ-RULES-RECORD
           END-PERFORM
           CLOSE POST-RULES-FILE
           IF WS-RULE-COUNT = 0
               DISPLAY 'FILEPOST: RULES DATASET ' WS-RULES-DSN
                       ' HAS NO POST LINES' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       031-OPEN-RULES.
           OPEN INPUT POST-RULES-FILE
           IF WS-RULES-FILE-STATUS NOT = '00'
               DISPLAY 'FILEPOST: UNABLE TO OPEN ' WS-RULES-DSN
                       ' - FILE STATUS ' WS-RULES-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO RULES-EOF-SW
           .
       032-SPLIT-RULES-RECORD.
           MOVE SPACES TO WS-RULE-WORD, WS-RULE-OPERAND-1,
                          WS-RULE-OPERAND-2, WS-RULE-OPERAND-3
           UNSTRING POST-RULES-RECORD DELIMITED BY ','
               INTO WS-RULE-WORD, WS-RULE-OPERAND-1,
                    WS-RULE-OPERAND-2, WS-RULE-OPERAND-3
           END-UNSTRING
           INSPECT WS-RULE-WORD
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
       035-READ-RULES-RECORD.
           READ POST-RULES-FILE
               AT END SET RULES-EOF TO TRUE
           END-READ
           .
      *****************************************************************
      ** 040-LOAD-ONE-RULE - POST,CODE,BALANCE-FIELD,SIGN. THE FIELD **
      ** MUST BE A NUMERIC MASTER-MAP ENTRY; THE SIGN '+' ADDS THE   **
      ** AMOUNT, '-' SUBTRACTS IT.                                   **
      *****************************************************************
       040-LOAD-ONE-RULE.
           IF WS-RULE-COUNT >= 128
               DISPLAY 'FILEPOST: MORE THAN 128 POST LINES IN '
                       WS-RULES-DSN ' - RUN REFUSED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RULE-OPERAND-1 = SPACES
              OR WS-RULE-OPERAND-1 (9 : ) NOT = SPACES
              OR WS-RULE-OPERAND-2 = SPACES
               PERFORM 049-REFUSE-RULE
           END-IF
           IF WS-RULE-OPERAND-3 NOT = '+'
              AND WS-RULE-OPERAND-3 NOT = '-'
               PERFORM 049-REFUSE-RULE
           END-IF
           MOVE WS-RULE-OPERAND-2 TO WS-FIND-NAME
           PERFORM 016-FIND-MAP-FIELD
           IF WS-FOUND-SUB = 0
               PERFORM 049-REFUSE-RULE
           END-IF
           IF FMT-TYPE (WS-FOUND-SUB) NOT = 'COMP-3'
              AND FMT-TYPE (WS-FOUND-SUB) NOT = 'COMP'
              AND FMT-TYPE (WS-FOUND-SUB) NOT = 'COMP-5'
               DISPLAY 'FILEPOST: BALANCE FIELD MUST BE COMP-3, '
                       'COMP OR COMP-5' UPON SYSERR
               PERFORM 049-REFUSE-RULE
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RULE-OPERAND-1 TO RL-CODE (WS-RULE-COUNT)
           MOVE WS-RULE-OPERAND-2 TO RL-FIELD (WS-RULE-COUNT)
           MOVE WS-RULE-OPERAND-3 TO RL-SIGN (WS-RULE-COUNT)
           .
       049-REFUSE-RULE.
           DISPLAY 'FILEPOST: BAD POSTING RULE REFUSED, RUN STOPPED: '
                   POST-RULES-RECORD UPON SYSERR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
      *****************************************************************
      ** 100-POST-TRANSACTIONS - THE BALANCED-LINE WALK. A           **
      ** TRANSACTION WHOSE KEY IS BELOW THE CURRENT MASTER'S HAS NO  **
      ** ACCOUNT; EQUAL KEYS POST; A MASTER WHOSE KEY IS BELOW THE   **
      ** CURRENT TRANSACTION'S HAS HAD ALL ITS POSTINGS AND IS       **
      ** WRITTEN OUT.                                                **
      *****************************************************************
       100-POST-TRANSACTIONS.
           IF WS-RESUMED
               PERFORM 130-SKIP-TO-CHECKPOINT
           END-IF
           PERFORM 110-READ-MASTER
           PERFORM 120-READ-TRAN
           PERFORM WITH TEST BEFORE UNTIL MASTER-EOF AND TRAN-EOF
               EVALUATE TRUE
                   WHEN MASTER-EOF
                       PERFORM 240-UNKNOWN-ACCOUNT
                       PERFORM 120-READ-TRAN
                   WHEN TRAN-EOF
                       PERFORM 260-WRITE-MASTER
                       PERFORM 110-READ-MASTER
                   WHEN POST-TRAN-RECORD
                        (WS-TRAN-KEY-OFFSET + 1 : WS-KEY-LENGTH) <
                        POST-MASTER-RECORD
                        (WS-KEY-OFFSET + 1 : WS-KEY-LENGTH)
                       PERFORM 240-UNKNOWN-ACCOUNT
                       PERFORM 120-READ-TRAN
                   WHEN POST-TRAN-RECORD
                        (WS-TRAN-KEY-OFFSET + 1 : WS-KEY-LENGTH) >
                        POST-MASTER-RECORD
                        (WS-KEY-OFFSET + 1 : WS-KEY-LENGTH)
                       PERFORM 260-WRITE-MASTER
                       PERFORM 110-READ-MASTER
                   WHEN OTHER
                       PERFORM 200-POST-ONE-TRAN
                       PERFORM 120-READ-TRAN
               END-EVALUATE
           END-PERFORM
           .
       110-READ-MASTER.
           READ POST-MASTER-FILE
               AT END SET MASTER-EOF TO TRUE
           END-READ
           IF NOT MASTER-EOF
               PERFORM 9800-POST-MASTER-FILE-STATUS-CHECK
               ADD 1 TO WS-MASTER-READ
               IF WS-MASTER-FIRST-SW = 'Y'
                   MOVE 'N' TO WS-MASTER-FIRST-SW
               ELSE
                   IF POST-MASTER-RECORD
                      (WS-KEY-OFFSET + 1 : WS-KEY-LENGTH) NOT >
                      WS-MASTER-PRIOR-KEY (1 : WS-KEY-LENGTH)
                       PERFORM 180-SEQUENCE-ERROR
                   END-IF
               END-IF
               MOVE POST-MASTER-RECORD
                    (WS-KEY-OFFSET + 1 : WS-KEY-LENGTH)
                 TO WS-MASTER-PRIOR-KEY (1 : WS-KEY-LENGTH)
               CALL 'FMSELECT'
                   USING POST-MASTER-RECORD, FIELD-MAP-TABLE
               END-CALL
               MOVE FMT-SELECTED-LAYOUT TO WS-MASTER-LAYOUT
           END-IF
           .
       120-READ-TRAN.
           READ POST-TRAN-FILE
               AT END SET TRAN-EOF TO TRUE
           END-READ
           IF NOT TRAN-EOF
               PERFORM 9800-POST-TRAN-FILE-STATUS-CHECK
               ADD 1 TO WS-TRAN-READ
               IF WS-TRAN-FIRST-SW = 'Y'
                   MOVE 'N' TO WS-TRAN-FIRST-SW
               ELSE
                   IF POST-TRAN-RECORD
                      (WS-TRAN-KEY-OFFSET + 1 : WS-KEY-LENGTH) <
                      WS-TRAN-PRIOR-KEY (1 : WS-KEY-LENGTH)
                       PERFORM 180-SEQUENCE-ERROR
                   END-IF
               END-IF
               MOVE POST-TRAN-RECORD
                    (WS-TRAN-KEY-OFFSET + 1 : WS-KEY-LENGTH)
                 TO WS-TRAN-PRIOR-KEY (1 : WS-KEY-LENGTH)
           END-IF
           .
      *****************************************************************
      ** 130-SKIP-TO-CHECKPOINT - ON A RESUME, READ PAST THE MASTER  **
      ** RECORDS AND TRANSACTIONS THE CHECKPOINT SAYS ARE ALREADY IN **
      ** THE OUTPUT. THEY GO THROUGH THE NORMAL READ PARAGRAPHS, SO  **
      ** THE SEQUENCE CHECK PICKS UP EXACTLY WHERE IT LEFT OFF.      **
      *****************************************************************
       130-SKIP-TO-CHECKPOINT.
           PERFORM WITH TEST BEFORE
                   UNTIL WS-MASTER-READ >= CKC-MASTER-READ
                      OR MASTER-EOF
               PERFORM 110-READ-MASTER
           END-PERFORM
           PERFORM WITH TEST BEFORE
                   UNTIL WS-TRAN-READ >= CKC-TRAN-READ
                      OR TRAN-EOF
               PERFORM 120-READ-TRAN
           END-PERFORM
           IF MASTER-EOF OR TRAN-EOF
               DISPLAY 'FILEPOST: INPUT IS SHORTER THAN THE '
                       'CHECKPOINT - CANNOT RESUME' UPON SYSERR
               CALL 'FILEERRSUM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       180-SEQUENCE-ERROR.
           DISPLAY 'FILEPOST: KEY SEQUENCE ERROR - INPUT IS NOT '
                   'IN ASCENDING KEY ORDER, RUN ABANDONED'
                   UPON SYSERR
           CALL 'FILEERRSUM'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
      *****************************************************************
      ** 190-CLASSIFY-TRAN - PICK THE CODE AND AMOUNT OUT OF THE     **
      ** CURRENT TRANSACTION AND COUNT IT AGAINST ITS CODE'S INPUT   **
      ** TOTALS, WHATEVER HAPPENS TO IT NEXT. AN AMOUNT THAT WON'T   **
      ** DECODE COUNTS AS ZERO - THE TRANSACTION IS REJECTED, AND    **
      ** THE COUNT COLUMNS STILL BALANCE.                            **
      *****************************************************************
       190-CLASSIFY-TRAN.
           MOVE SPACES TO WS-TRAN-CODE
           MOVE POST-TRAN-RECORD
                (WS-TRAN-CODE-OFFSET + 1 : WS-TRAN-CODE-LENGTH)
             TO WS-TRAN-CODE (1 : WS-TRAN-CODE-LENGTH)
           MOVE WS-TRAN-AMT-OFFSET TO FMD-OFFSET
           MOVE WS-TRAN-AMT-LENGTH TO FMD-LENGTH
           MOVE WS-TRAN-AMT-TYPE TO FMD-TYPE
           MOVE WS-TRAN-RECLEN TO FMD-RECLEN
           CALL 'FMDECODE' USING POST-TRAN-RECORD, FMDECODE-REQUEST
           END-CALL
           IF FMD-VALID
               MOVE 'Y' TO WS-AMOUNT-GOOD-SW
               MOVE FMD-VALUE TO WS-TRAN-AMOUNT
           ELSE
               MOVE 'N' TO WS-AMOUNT-GOOD-SW
               MOVE 0 TO WS-TRAN-AMOUNT
           END-IF
           PERFORM 280-FIND-CODE-ENTRY
           ADD 1 TO TC-READ (WS-CODE-SUB)
           ADD WS-TRAN-AMOUNT TO TC-INPUT-TOTAL (WS-CODE-SUB)
               ON SIZE ERROR
                   MOVE 'Y' TO TC-OVERFLOW-SW (WS-CODE-SUB)
           END-ADD
           .
      *****************************************************************
      ** 200-POST-ONE-TRAN - THE TRANSACTION'S ACCOUNT IS THE        **
      ** CURRENT MASTER. EVERY POST RULE FOR ITS CODE IS APPLIED TO  **
      ** A WORK COPY OF THE MASTER; ONLY WHEN ALL OF THEM ENCODE     **
      ** CLEANLY DOES THE WORK COPY REPLACE THE MASTER, SO A         **
      ** REJECTED TRANSACTION LEAVES NO PARTIAL POSTING BEHIND.      **
      *****************************************************************
       200-POST-ONE-TRAN.
           PERFORM 190-CLASSIFY-TRAN
           IF WS-AMOUNT-GOOD-SW NOT = 'Y'
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'AMOUNT WILL NOT DECODE - REASON '
                      FMD-REASON DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM 250-REJECT-TRAN
               EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-LAYOUT = 0
               MOVE 'MASTER RECORD MATCHES NO LAYOUT'
                 TO WS-REJECT-REASON
               PERFORM 250-REJECT-TRAN
               EXIT PARAGRAPH
           END-IF
           MOVE POST-MASTER-RECORD (1 : WS-MASTER-RECLEN)
             TO WS-WORK-IMAGE (1 : WS-MASTER-RECLEN)
           MOVE 'Y' TO WS-POST-GOOD-SW
           MOVE 0 TO WS-RULES-MATCHED
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                     UNTIL WS-RULE-SUB > WS-RULE-COUNT
                        OR WS-POST-GOOD-SW = 'N'
               IF RL-CODE (WS-RULE-SUB) = WS-TRAN-CODE
                   ADD 1 TO WS-RULES-MATCHED
                   PERFORM 210-APPLY-ONE-RULE
               END-IF
           END-PERFORM
           IF WS-RULES-MATCHED = 0
               MOVE 'NO POST RULE FOR THE TRANSACTION CODE'
                 TO WS-REJECT-REASON
               PERFORM 250-REJECT-TRAN
               EXIT PARAGRAPH
           END-IF
           IF WS-POST-GOOD-SW = 'N'
               PERFORM 250-REJECT-TRAN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-IMAGE (1 : WS-MASTER-RECLEN)
             TO POST-MASTER-RECORD (1 : WS-MASTER-RECLEN)
           ADD 1 TO WS-TRAN-POSTED
           ADD 1 TO TC-POSTED (WS-CODE-SUB)
           IF WS-TRAN-AMOUNT < 0
               ADD WS-TRAN-AMOUNT TO TC-DEBIT-TOTAL (WS-CODE-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO TC-OVERFLOW-SW (WS-CODE-SUB)
               END-ADD
           ELSE
               ADD WS-TRAN-AMOUNT TO TC-CREDIT-TOTAL (WS-CODE-SUB)
                   ON SIZE ERROR
                       MOVE 'Y' TO TC-OVERFLOW-SW (WS-CODE-SUB)
               END-ADD
           END-IF
           .
      *****************************************************************
      ** 210-APPLY-ONE-RULE - DECODE THE BALANCE FROM THE WORK COPY, **
      ** ADD OR SUBTRACT THE AMOUNT, AND ENCODE IT BACK. FMENCODE    **
      ** LEAVES THE BYTES UNTOUCHED WHEN THE NEW BALANCE WON'T FIT,  **
      ** AND THE WHOLE TRANSACTION IS THEN REJECTED.                 **
      *****************************************************************
       210-APPLY-ONE-RULE.
           PERFORM 220-FIND-BALANCE-FIELD
           IF WS-BAL-SUB = 0
               MOVE 'N' TO WS-POST-GOOD-SW
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'BALANCE FIELD '
                      TRIM (RL-FIELD (WS-RULE-SUB))
                      ' NOT IN THE RECORD LAYOUT' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE FMT-OFFSET (WS-BAL-SUB) TO FMD-OFFSET
           MOVE FMT-LENGTH (WS-BAL-SUB) TO FMD-LENGTH
           MOVE FMT-TYPE (WS-BAL-SUB) TO FMD-TYPE
           MOVE WS-MASTER-RECLEN TO FMD-RECLEN
           CALL 'FMDECODE' USING WS-WORK-IMAGE, FMDECODE-REQUEST
           END-CALL
           IF NOT FMD-VALID
               MOVE 'N' TO WS-POST-GOOD-SW
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'BALANCE FIELD '
                      TRIM (RL-FIELD (WS-RULE-SUB))
                      ' WILL NOT DECODE - REASON ' FMD-REASON
                      DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF RL-SIGN (WS-RULE-SUB) = '+'
               COMPUTE WS-NEW-BALANCE = FMD-VALUE + WS-TRAN-AMOUNT
                   ON SIZE ERROR
                       MOVE 'N' TO WS-POST-GOOD-SW
               END-COMPUTE
           ELSE
               COMPUTE WS-NEW-BALANCE = FMD-VALUE - WS-TRAN-AMOUNT
                   ON SIZE ERROR
                       MOVE 'N' TO WS-POST-GOOD-SW
               END-COMPUTE
           END-IF
           IF WS-POST-GOOD-SW = 'Y'
               MOVE FMT-OFFSET (WS-BAL-SUB) TO FME-OFFSET
               MOVE FMT-LENGTH (WS-BAL-SUB) TO FME-LENGTH
               MOVE FMT-TYPE (WS-BAL-SUB) TO FME-TYPE
               MOVE WS-MASTER-RECLEN TO FME-RECLEN
               MOVE WS-NEW-BALANCE TO FME-VALUE
               CALL 'FMENCODE' USING WS-WORK-IMAGE, FMENCODE-REQUEST
               END-CALL
               IF NOT FME-VALID
                   MOVE 'N' TO WS-POST-GOOD-SW
               END-IF
           END-IF
           IF WS-POST-GOOD-SW = 'N'
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'AMOUNT WOULD OVERFLOW BALANCE FIELD '
                      TRIM (RL-FIELD (WS-RULE-SUB))
                      DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF
           .
      *****************************************************************
      ** 220-FIND-BALANCE-FIELD - THE RULE'S FIELD, LOOKED UP IN THE **
      ** LAYOUT FMSELECT PICKED FOR THIS MASTER RECORD - THE SAME    **
      ** NAME MAY SIT AT A DIFFERENT OFFSET IN ANOTHER LAYOUT.       **
      *****************************************************************
       220-FIND-BALANCE-FIELD.
           MOVE 0 TO WS-BAL-SUB
           MOVE FMT-LAY-FIRST-ENTRY (WS-MASTER-LAYOUT)
             TO WS-LAY-FIRST
           COMPUTE WS-LAY-LAST = WS-LAY-FIRST
               + FMT-LAY-ENTRY-COUNT (WS-MASTER-LAYOUT) - 1
           PERFORM VARYING WS-FM-SUB FROM WS-LAY-FIRST BY 1
                     UNTIL WS-FM-SUB > WS-LAY-LAST
                        OR WS-BAL-SUB > 0
               IF FMT-NAME (WS-FM-SUB) = RL-FIELD (WS-RULE-SUB)
                   MOVE WS-FM-SUB TO WS-BAL-SUB
               END-IF
           END-PERFORM
           .
       240-UNKNOWN-ACCOUNT.
           PERFORM 190-CLASSIFY-TRAN
           MOVE 'ACCOUNT IS NOT ON THE MASTER' TO WS-REJECT-REASON
           PERFORM 250-REJECT-TRAN
           .
      *****************************************************************
      ** 250-REJECT-TRAN - COUNT THE TRANSACTION AGAINST ITS CODE'S  **
      ** REJECT COLUMNS, REPORT WHY, AND WRITE IT INTACT TO THE      **
      ** REJECT DATASET FOR REPAIR AND RESUBMISSION.                 **
      *****************************************************************
       250-REJECT-TRAN.
           ADD 1 TO WS-TRAN-REJECTED
           ADD 1 TO TC-REJECTED (WS-CODE-SUB)
           ADD WS-TRAN-AMOUNT TO TC-REJECT-TOTAL (WS-CODE-SUB)
               ON SIZE ERROR
                   MOVE 'Y' TO TC-OVERFLOW-SW (WS-CODE-SUB)
           END-ADD
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRAN-READ TO WS-EDIT-COUNT
           STRING 'TRANSACTION '            DELIMITED BY SIZE
                  TRIM (WS-EDIT-COUNT)      DELIMITED BY SIZE
                  ' KEY '                   DELIMITED BY SIZE
                  POST-TRAN-RECORD
                  (WS-TRAN-KEY-OFFSET + 1 : WS-KEY-LENGTH)
                                            DELIMITED BY SIZE
                  ' CODE '                  DELIMITED BY SIZE
                  TRIM (WS-TRAN-CODE)       DELIMITED BY SIZE
                  ' REJECTED - '            DELIMITED BY SIZE
                  TRIM (WS-REJECT-REASON)   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF REJECT-FILE-OPEN
               MOVE WS-TRAN-RECLEN TO WS-REJECT-RECLEN
               MOVE POST-TRAN-RECORD (1 : WS-TRAN-RECLEN)
                 TO POST-REJECT-RECORD (1 : WS-REJECT-RECLEN)
               WRITE POST-REJECT-RECORD
               PERFORM 9800-POST-REJECT-FILE-STATUS-CHECK
               ADD 1 TO WS-REJECT-WRITTEN
           END-IF
           .
      *****************************************************************
      ** 260-WRITE-MASTER - THE CURRENT MASTER HAS HAD EVERY POSTING **
      ** IT IS GOING TO GET; WRITE IT, AND CHECKPOINT WHEN THE       **
      ** INTERVAL SAYS SO. THIS IS THE ONE PLACE THE RUN'S STATE IS  **
      ** CLEAN ENOUGH TO RESTART FROM.                               **
      *****************************************************************
       260-WRITE-MASTER.
           MOVE WS-MASTER-RECLEN TO WS-OUT-RECLEN
           MOVE POST-MASTER-RECORD (1 : WS-MASTER-RECLEN)
             TO POST-OUT-RECORD (1 : WS-OUT-RECLEN)
           WRITE POST-OUT-RECORD
           PERFORM 9800-POST-OUT-FILE-STATUS-CHECK
           ADD 1 TO WS-OUT-WRITTEN
           IF WS-CKPT-INTERVAL > 0
               DIVIDE WS-OUT-WRITTEN BY WS-CKPT-INTERVAL
                   GIVING WS-CKPT-QUOTIENT
                   REMAINDER WS-CKPT-REMAINDER
               IF WS-CKPT-REMAINDER = 0
                   PERFORM 270-WRITE-CHECKPOINT
               END-IF
           END-IF
           .
      *****************************************************************
      ** 270-WRITE-CHECKPOINT - REWRITE THE CHECKPOINT WITH THE      **
      ** CURRENT POSITIONS, COUNTS AND CONTROL TOTALS. THE           **
      ** TRANSACTION ALREADY READ AHEAD (THE ONE THAT SENT THIS      **
      ** MASTER OUT) HAS NOT BEEN POSTED YET, SO IT IS NOT COUNTED.  **
      ** THE OUTPUTS ARE CLOSED AND REOPENED AROUND THE CHECKPOINT   **
      ** SO EVERYTHING IT VOUCHES FOR IS ACTUALLY ON DISK.           **
      *****************************************************************
       270-WRITE-CHECKPOINT.
           CLOSE POST-OUT-FILE
           OPEN EXTEND POST-OUT-FILE
           PERFORM 9800-POST-OUT-FILE-STATUS-CHECK
           IF REJECT-FILE-OPEN
               CLOSE POST-REJECT-FILE
               OPEN EXTEND POST-REJECT-FILE
               PERFORM 9800-POST-REJECT-FILE-STATUS-CHECK
           END-IF
           MOVE 'C' TO CKC-TYPE
           MOVE WS-MASTER-READ TO CKC-MASTER-READ
           MOVE WS-TRAN-READ TO CKC-TRAN-READ
           IF NOT TRAN-EOF
               SUBTRACT 1 FROM CKC-TRAN-READ
           END-IF
           MOVE WS-OUT-WRITTEN TO CKC-OUT-WRITTEN
           MOVE WS-REJECT-WRITTEN TO CKC-REJECT-WRITTEN
           MOVE WS-TRAN-POSTED TO CKC-POSTED
           MOVE WS-TRAN-REJECTED TO CKC-REJECTED
           OPEN OUTPUT CHECKPOINT-FILE
      *
      * CHECKPOINT-FILE IS "SELECT OPTIONAL" - THE FIRST OPEN OUTPUT
      * OF ONE THAT DOESN'T EXIST YET MAY COME BACK '05', NOT '00' -
      * ANY STATUS STARTING WITH '0' IS SUCCESSFUL.
      *
           IF WS-CHECKPOINT-FILE-STATUS (1 : 1) NOT = '0'
               DISPLAY 'FILEPOST: UNABLE TO OPEN '
                       WS-CHECKPOINT-DSN
                       ' - FILE STATUS ' WS-CHECKPOINT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CKPT-COUNTS TO CHECKPOINT-RECORD
           WRITE CHECKPOINT-RECORD
           PERFORM 9800-CHECKPOINT-FILE-STATUS-CHECK
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                     UNTIL WS-CODE-SUB > WS-CODE-COUNT
               MOVE 'T' TO CKT-TYPE
               MOVE WS-TC-ENTRY (WS-CODE-SUB) TO CKT-ENTRY
               MOVE WS-CKPT-CODE-LINE TO CHECKPOINT-RECORD
               WRITE CHECKPOINT-RECORD
               PERFORM 9800-CHECKPOINT-FILE-STATUS-CHECK
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           .
      *****************************************************************
      ** 280-FIND-CODE-ENTRY - THE CONTROL-TOTAL ENTRY FOR THE       **
      ** CURRENT TRANSACTION CODE, ADDED ON FIRST SIGHT. CODES ARE   **
      ** TOTALLED WHETHER OR NOT THEY HAVE A POST RULE, SO AN        **
      ** UNEXPECTED CODE SHOWS UP ON THE REPORT BY NAME.             **
      *****************************************************************
       280-FIND-CODE-ENTRY.
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                     UNTIL WS-CODE-SUB > WS-CODE-COUNT
               IF TC-CODE (WS-CODE-SUB) = WS-TRAN-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CODE-SUB > WS-CODE-COUNT
               IF WS-CODE-COUNT >= 100
                   DISPLAY 'FILEPOST: MORE THAN 100 TRANSACTION '
                           'CODES - RUN ABANDONED' UPON SYSERR
                   CALL 'FILEERRSUM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CODE-SUB
               MOVE WS-TRAN-CODE TO TC-CODE (WS-CODE-SUB)
               MOVE 0 TO TC-READ (WS-CODE-SUB)
               MOVE 0 TO TC-POSTED (WS-CODE-SUB)
               MOVE 0 TO TC-REJECTED (WS-CODE-SUB)
               MOVE 0 TO TC-DEBIT-TOTAL (WS-CODE-SUB)
               MOVE 0 TO TC-CREDIT-TOTAL (WS-CODE-SUB)
               MOVE 0 TO TC-REJECT-TOTAL (WS-CODE-SUB)
               MOVE 0 TO TC-INPUT-TOTAL (WS-CODE-SUB)
               MOVE 'N' TO TC-OVERFLOW-SW (WS-CODE-SUB)
           END-IF
           .
      *****************************************************************
      ** 800-PRINT-CONTROL-REPORT - VOLUMES, THEN ONE LINE PER       **
      ** TRANSACTION CODE AND A TOTAL LINE, EACH PROVING ITS OWN     **
      ** BALANCE: READ = POSTED + REJ-COUNT, AND INPUT = DEBITS +    **
      ** CREDITS + REJ-AMOUNT. A LINE THAT DOESN'T PROVE IS          **
      ** FLAGGED, AND THE RUN ENDS 16 - A POSTING THAT CAN'T         **
      ** ACCOUNT FOR ITS INPUT MUST NOT FEED THE NEXT STEP.          **
      *****************************************************************
       800-PRINT-CONTROL-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILEPOST POSTING CONTROL REPORT - '
                                            DELIMITED BY SIZE
                  TRIM (WS-TRAN-DSN)        DELIMITED BY SIZE
                  ' POSTED TO '             DELIMITED BY SIZE
                  TRIM (WS-MASTER-DSN)      DELIMITED BY SIZE
                  ' GIVING '                DELIMITED BY SIZE
                  TRIM (WS-OUT-DSN)         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-RESUMED
               MOVE SPACES TO WS-REPORT-LINE
               MOVE CKC-TRAN-READ TO WS-EDIT-COUNT
               STRING 'RESUMED FROM CHECKPOINT AFTER TRANSACTION '
                                            DELIMITED BY SIZE
                      TRIM (WS-EDIT-COUNT)  DELIMITED BY SIZE
                      ' - TOTALS COVER THE WHOLE INPUT'
                                            DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MASTER-READ TO WS-EDIT-COUNT
           STRING 'MASTER RECORDS READ:    ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-OUT-WRITTEN TO WS-EDIT-COUNT
           STRING 'MASTER RECORDS WRITTEN: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRAN-READ TO WS-EDIT-COUNT
           STRING 'TRANSACTIONS READ:      ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRAN-POSTED TO WS-EDIT-COUNT
           STRING 'TRANSACTIONS POSTED:    ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRAN-REJECTED TO WS-EDIT-COUNT
           STRING 'TRANSACTIONS REJECTED:  ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CODE          READ    POSTED REJ-COUNT'
                  '             DEBITS            CREDITS'
                  '         REJ-AMOUNT              INPUT'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE 0 TO WS-TOTAL-READ, WS-TOTAL-POSTED,
                     WS-TOTAL-REJECTED, WS-TOTAL-DEBITS,
                     WS-TOTAL-CREDITS, WS-TOTAL-REJECT-AMT,
                     WS-TOTAL-INPUT-AMT
           MOVE 'N' TO WS-TOTAL-OVERFLOW-SW
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                     UNTIL WS-CODE-SUB > WS-CODE-COUNT
               PERFORM 810-PRINT-CODE-LINE
           END-PERFORM
           PERFORM 820-PRINT-TOTAL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-OUT-OF-BALANCE-SW = 'Y'
               MOVE 'CONTROL TOTALS DO NOT BALANCE TO THE INPUT - '
                    & 'HOLD THE UPDATED MASTER'
                 TO WS-REPORT-LINE
           ELSE
               MOVE 'CONTROL TOTALS BALANCE TO THE INPUT'
                 TO WS-REPORT-LINE
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           .
       810-PRINT-CODE-LINE.
           ADD TC-READ (WS-CODE-SUB) TO WS-TOTAL-READ
           ADD TC-POSTED (WS-CODE-SUB) TO WS-TOTAL-POSTED
           ADD TC-REJECTED (WS-CODE-SUB) TO WS-TOTAL-REJECTED
           IF TC-OVERFLOW-SW (WS-CODE-SUB) = 'Y'
               MOVE 'Y' TO WS-TOTAL-OVERFLOW-SW
           ELSE
               ADD TC-DEBIT-TOTAL (WS-CODE-SUB) TO WS-TOTAL-DEBITS
                   ON SIZE ERROR MOVE 'Y' TO WS-TOTAL-OVERFLOW-SW
               END-ADD
               ADD TC-CREDIT-TOTAL (WS-CODE-SUB) TO WS-TOTAL-CREDITS
                   ON SIZE ERROR MOVE 'Y' TO WS-TOTAL-OVERFLOW-SW
               END-ADD
               ADD TC-REJECT-TOTAL (WS-CODE-SUB)
                   TO WS-TOTAL-REJECT-AMT
                   ON SIZE ERROR MOVE 'Y' TO WS-TOTAL-OVERFLOW-SW
               END-ADD
               ADD TC-INPUT-TOTAL (WS-CODE-SUB)
                   TO WS-TOTAL-INPUT-AMT
                   ON SIZE ERROR MOVE 'Y' TO WS-TOTAL-OVERFLOW-SW
               END-ADD
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE TC-CODE (WS-CODE-SUB) TO WS-REPORT-LINE (1 : 8)
           MOVE TC-READ (WS-CODE-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (9 : 9)
           MOVE TC-POSTED (WS-CODE-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (19 : 9)
           MOVE TC-REJECTED (WS-CODE-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (29 : 9)
           IF TC-OVERFLOW-SW (WS-CODE-SUB) = 'Y'
               MOVE '        *OVERFLOW*'
                 TO WS-REPORT-LINE (39 : 18)
           ELSE
               MOVE TC-DEBIT-TOTAL (WS-CODE-SUB) TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-REPORT-LINE (39 : 18)
               MOVE TC-CREDIT-TOTAL (WS-CODE-SUB) TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-REPORT-LINE (58 : 18)
               MOVE TC-REJECT-TOTAL (WS-CODE-SUB) TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-REPORT-LINE (77 : 18)
               MOVE TC-INPUT-TOTAL (WS-CODE-SUB) TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-REPORT-LINE (96 : 18)
               COMPUTE WS-BALANCE-CHECK =
                   TC-DEBIT-TOTAL (WS-CODE-SUB)
                   + TC-CREDIT-TOTAL (WS-CODE-SUB)
                   + TC-REJECT-TOTAL (WS-CODE-SUB)
               END-COMPUTE
               IF WS-BALANCE-CHECK NOT = TC-INPUT-TOTAL (WS-CODE-SUB)
                   MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
                   MOVE ' OUT OF BALANCE' TO WS-REPORT-LINE (114 : 15)
               END-IF
           END-IF
           IF TC-READ (WS-CODE-SUB) NOT =
              TC-POSTED (WS-CODE-SUB) + TC-REJECTED (WS-CODE-SUB)
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               MOVE ' OUT OF BALANCE' TO WS-REPORT-LINE (114 : 15)
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           .
       820-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'TOTAL' TO WS-REPORT-LINE (1 : 8)
           MOVE WS-TOTAL-READ TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (9 : 9)
           MOVE WS-TOTAL-POSTED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (19 : 9)
           MOVE WS-TOTAL-REJECTED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (29 : 9)
           IF WS-TOTAL-OVERFLOW-SW = 'Y'
               MOVE '        *OVERFLOW*'
                 TO WS-REPORT-LINE (39 : 18)
           ELSE
               MOVE WS-TOTAL-DEBITS TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-REPORT-LINE (39 : 18)
               MOVE WS-TOTAL-CREDITS TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-REPORT-LINE (58 : 18)
               MOVE WS-TOTAL-REJECT-AMT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-REPORT-LINE (77 : 18)
               MOVE WS-TOTAL-INPUT-AMT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-REPORT-LINE (96 : 18)
           END-IF
           IF WS-TOTAL-READ NOT = WS-TRAN-READ
              OR WS-TOTAL-POSTED NOT = WS-TRAN-POSTED
              OR WS-TOTAL-REJECTED NOT = WS-TRAN-REJECTED
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               MOVE ' OUT OF BALANCE' TO WS-REPORT-LINE (114 : 15)
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 900-EMIT-REPORT-LINE - EVERY REPORT LINE GOES TO SYSERR,    **
      ** AND ALSO TO THE REPORT DATASET WHEN ONE WAS NAMED - THE     **
      ** FILEPROF CONVENTION.                                        **
      *****************************************************************
       900-EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE UPON SYSERR
           IF REPORT-FILE-OPEN
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==POST-MASTER-FILE==
           ==:FILE-TAG:==    BY =='POST-MASTER-FILE'==
           ==:FILE-STATUS:== BY ==WS-MASTER-FILE-STATUS==
           ==:FILE-RECORD:== BY ==POST-MASTER-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-MASTER-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==POST-TRAN-FILE==
           ==:FILE-TAG:==    BY =='POST-TRAN-FILE'==
           ==:FILE-STATUS:== BY ==WS-TRAN-FILE-STATUS==
           ==:FILE-RECORD:== BY ==POST-TRAN-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-TRAN-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==POST-OUT-FILE==
           ==:FILE-TAG:==    BY =='POST-OUT-FILE'==
           ==:FILE-STATUS:== BY ==WS-OUT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==POST-OUT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-OUT-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==POST-REJECT-FILE==
           ==:FILE-TAG:==    BY =='POST-REJECT-FILE'==
           ==:FILE-STATUS:== BY ==WS-REJECT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==POST-REJECT-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-REJECT-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==CHECKPOINT-FILE==
           ==:FILE-TAG:==    BY =='CHECKPOINT-FILE'==
           ==:FILE-STATUS:== BY ==WS-CHECKPOINT-FILE-STATUS==
           ==:FILE-RECORD:== BY ==CHECKPOINT-RECORD==
           ==:FILE-LENGTH:== BY ==       ==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==KEEP-FILE==
           ==:FILE-TAG:==    BY =='KEEP-FILE'==
           ==:FILE-STATUS:== BY ==WS-KEEP-FILE-STATUS==
           ==:FILE-RECORD:== BY ==KEEP-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-KEEP-RECLEN==.
