       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAUTHRPT.
      *****************************************************************
      ** CHANGE-CONTROL EXCEPTION REPORT - THE AUDITORS'             **
      ** DUAL-CONTROL EVIDENCE - OVER THE TWO DATASETS CHGAUTH KEEPS **
      ** (SEE CHGREG.CPY):                                           **
      **                                                             **
      **   1. EVERY REFUSED ATTEMPT FROM THE EXCEPTION LOG - WHEN,   **
      **      WHICH UTILITY, WHO RAN IT, UNDER WHAT CHANGE NUMBER,   **
      **      WHY IT WAS REFUSED AND WHAT IT WANTED TO WRITE - WITH  **
      **      A COUNT PER REFUSAL REASON.                            **
      **   2. EVERY AUTHORIZATION IN THE CHANGE REGISTER AND WHERE   **
      **      IT STANDS: OPEN, EXPIRED UNUSED, OR CONSUMED - AND FOR **
      **      A CONSUMED ONE, WHEN, BY WHICH UTILITY, BY WHOM AND    **
      **      HOW MANY PATCHES OR RECORDS IT WROTE.                  **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO FIVE COMMA-  **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   EXCEPTIONS-DSN,REGISTER-DSN,FROM-DATE,TO-DATE,REPORT-DSN  **
      **                                                             **
      **   EXCEPTIONS-DSN - OPTIONAL. THE EXCEPTION LOG TO READ.     **
      **                    DEFAULTS THE SAME WAY CHGAUTH NAMES IT:  **
      **                    THE CHGAUTH_EXCEPTIONS ENVIRONMENT       **
      **                    VARIABLE, THEN "CHGAUTH.EXCEPTIONS".     **
      **   REGISTER-DSN   - OPTIONAL. THE CHANGE REGISTER. DEFAULTS  **
      **                    TO CHGAUTH_REGISTER, THEN                **
      **                    "CHGAUTH.REGISTER".                      **
      **   FROM-DATE      - OPTIONAL. YYYY-MM-DD. LIST ONLY REFUSALS **
      **                    ON OR AFTER THIS DATE.                   **
      **   TO-DATE        - OPTIONAL. YYYY-MM-DD. LIST ONLY REFUSALS **
      **                    ON OR BEFORE THIS DATE.                  **
      **   REPORT-DSN     - OPTIONAL. WHERE TO WRITE THE REPORT.     **
      **                    DEFAULTS TO SYSERR ONLY, THE FILEPROF    **
      **                    CONVENTION.                              **
      **                                                             **
      ** EITHER DATASET MAY BE ABSENT - NO EXCEPTION LOG MEANS NO    **
      ** ATTEMPT HAS BEEN REFUSED, NO REGISTER MEANS NO CHANGE HAS   **
      ** BEEN APPROVED - AND THE REPORT SAYS SO.                     **
      **                                                             **
      ** RETURN-CODE 0 WHEN NO REFUSAL FALLS IN THE DATE RANGE, 4    **
      ** WHEN ANY DOES (SOMEBODY TRIED TO WRITE WITHOUT CLEARANCE -  **
      ** THE JOB SHOULD STAND OUT), 16 ON A PARM OR FILE FAILURE.    **
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
           SELECT OPTIONAL REFUSAL-FILE
               ASSIGN TO DYNAMIC WS-REFUSAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSAL-FILE-STATUS.
           SELECT OPTIONAL REGISTER-FILE
               ASSIGN TO DYNAMIC WS-REGISTER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFUSAL-FILE.
       01  REFUSAL-RECORD             PIC X(512).
       FD  REGISTER-FILE.
       01  REGISTER-RECORD            PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-PARM-REFUSALS        PIC X(64)  VALUE SPACES.
           05 WS-PARM-REGISTER        PIC X(64)  VALUE SPACES.
           05 WS-FROM-DATE            PIC X(10)  VALUE SPACES.
           05 WS-TO-DATE              PIC X(10)  VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.

       01  WS-REFUSAL-DSN             PIC X(64)  VALUE SPACES.
       01  WS-REGISTER-DSN            PIC X(64)  VALUE SPACES.
       01  WS-DATE-TEST               PIC X(10)  VALUE SPACES.
       01  WS-DATE-DIGITS             PIC X(8)   VALUE SPACES.
       01  WS-DATE-NUMBER             REDEFINES WS-DATE-DIGITS
                                      PIC 9(8).

       01  WS-REFUSAL-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  WS-REGISTER-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.
       01  REFUSAL-FILE-FOUND-SW      PIC X(1)   VALUE 'N'.
           88 REFUSAL-FILE-FOUND                 VALUE 'Y'.
       01  REGISTER-FILE-FOUND-SW     PIC X(1)   VALUE 'N'.
           88 REGISTER-FILE-FOUND                VALUE 'Y'.

       01  REFUSAL-EOF-SW             PIC X(1)   VALUE 'N'.
           88 REFUSAL-EOF                        VALUE 'Y'.
       01  REGISTER-EOF-SW            PIC X(1)   VALUE 'N'.
           88 REGISTER-EOF                       VALUE 'Y'.

       01  WS-REFUSALS-READ           PIC 9(9)   VALUE 0.
       01  WS-REFUSALS-LISTED         PIC 9(9)   VALUE 0.
       01  WS-REFUSALS-UNPARSED       PIC 9(9)   VALUE 0.
       01  WS-AUTHS-LISTED            PIC 9(9)   VALUE 0.
       01  WS-AUTHS-OPEN              PIC 9(9)   VALUE 0.
       01  WS-AUTHS-EXPIRED           PIC 9(9)   VALUE 0.
       01  WS-AUTHS-CONSUMED          PIC 9(9)   VALUE 0.

      *
      *    ONE EXCEPTION-LOG LINE, SPLIT. THE FORMAT IS THE ONE
      *    CHGAUTH WRITES - THE RUN JOURNAL'S KEY=VALUE TOKENS AFTER
      *    THE TIMESTAMP, PARM LAST (NOT NEEDED HERE).
      *
       01  WS-LINE-STAMP              PIC X(19)  VALUE SPACES.
       01  WS-TOKEN                   PIC X(80)  VALUE SPACES.
       01  WS-TOKEN-KEY               PIC X(16)  VALUE SPACES.
       01  WS-TOKEN-VALUE             PIC X(64)  VALUE SPACES.
       01  WS-TOKEN-PTR        COMP-5 PIC 9(4)   VALUE 1.
       01  WS-LINE-PROGRAM            PIC X(30)  VALUE SPACES.
       01  WS-LINE-USER               PIC X(30)  VALUE SPACES.
       01  WS-LINE-CHANGE             PIC X(16)  VALUE SPACES.
       01  WS-LINE-REASON             PIC X(8)   VALUE SPACES.
       01  WS-LINE-COUNT              PIC X(9)   VALUE SPACES.
       01  WS-LINE-DSN                PIC X(64)  VALUE SPACES.
       01  WS-LINE-GOOD-SW            PIC X(1)   VALUE 'N'.

      *
      *    REFUSALS COUNTED PER REASON CODE, IN THE ORDER FIRST SEEN.
      *
       01  WS-REASON-TABLE.
           05 WS-REASON-COUNT  COMP-5 PIC 9(4)   VALUE 0.
           05 WS-REASON-ENTRY OCCURS 16 TIMES.
              10 RSN-CODE             PIC X(8).
              10 RSN-TIMES            PIC 9(9).
       01  WS-RSN-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-RSN-FOUND        COMP-5 PIC 9(4)   VALUE 0.

       01  WS-AUTH-STATUS             PIC X(8)   VALUE SPACES.

       01  WS-ACCEPT-DATE             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-DATE-X           REDEFINES WS-ACCEPT-DATE
                                      PIC X(8).
       01  WS-TODAY                   PIC X(10)  VALUE SPACES.

       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

       COPY CHGREG.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-CHGAUTHRPT.
           PERFORM 010-PARSE-PARM
           PERFORM 020-OPEN-FILES
           PERFORM 100-LIST-REFUSALS
           CLOSE REFUSAL-FILE
           PERFORM 200-LIST-REGISTER
           CLOSE REGISTER-FILE
           PERFORM 800-PRINT-SUMMARY
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           IF WS-REFUSALS-LISTED > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 990-CATALOG-GENERATIONS
           STOP RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE    **
      ** ARGUMENT) INTO ITS FIVE COMMA-DELIMITED FIELDS. THE TWO     **
      ** DATASET NAMES DEFAULT THE SAME WAY CHGAUTH'S DO.            **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-PARM-REFUSALS, WS-PARM-REGISTER,
                    WS-FROM-DATE, WS-TO-DATE, WS-REPORT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-PARM-REFUSALS NOT = SPACES
               MOVE WS-PARM-REFUSALS TO WS-REFUSAL-DSN
           ELSE
               ACCEPT WS-REFUSAL-DSN
                   FROM ENVIRONMENT 'CHGAUTH_EXCEPTIONS'
                   ON EXCEPTION
                       MOVE SPACES TO WS-REFUSAL-DSN
               END-ACCEPT
               IF WS-REFUSAL-DSN = SPACES
                   MOVE 'CHGAUTH.EXCEPTIONS' TO WS-REFUSAL-DSN
               END-IF
           END-IF
           IF WS-PARM-REGISTER NOT = SPACES
               MOVE WS-PARM-REGISTER TO WS-REGISTER-DSN
           ELSE
               ACCEPT WS-REGISTER-DSN
                   FROM ENVIRONMENT 'CHGAUTH_REGISTER'
                   ON EXCEPTION
                       MOVE SPACES TO WS-REGISTER-DSN
               END-ACCEPT
               IF WS-REGISTER-DSN = SPACES
                   MOVE 'CHGAUTH.REGISTER' TO WS-REGISTER-DSN
               END-IF
           END-IF
           MOVE TRIM (WS-FROM-DATE) TO WS-FROM-DATE
           MOVE TRIM (WS-TO-DATE) TO WS-TO-DATE
           IF WS-FROM-DATE NOT = SPACES
               MOVE WS-FROM-DATE TO WS-DATE-TEST
               PERFORM 015-CHECK-DATE-OPERAND
           END-IF
           IF WS-TO-DATE NOT = SPACES
               MOVE WS-TO-DATE TO WS-DATE-TEST
               PERFORM 015-CHECK-DATE-OPERAND
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY
           STRING WS-ACCEPT-DATE-X (1 : 4) '-'
                  WS-ACCEPT-DATE-X (5 : 2) '-'
                  WS-ACCEPT-DATE-X (7 : 2)
                  DELIMITED BY SIZE
               INTO WS-TODAY
           END-STRING
           .
      *****************************************************************
      ** 011-RESOLVE-GENERATIONS - A DSN OPERAND MAY NAME A RELATIVE **
      ** GENERATION - BASE(0), BASE(-1), BASE(+1) - OF A BASE IN THE **
      ** GENERATION CATALOG (SEE GDGRSLV.CPY).                       **
      *****************************************************************
       011-RESOLVE-GENERATIONS.
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-PARM-REFUSALS TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-REFUSALS
           MOVE WS-PARM-REGISTER TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-REGISTER
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'CHGAUTHRPT: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
      *    A DATE OPERAND IS YYYY-MM-DD AND A REAL DATE, OR THE RUN
      *    STOPS - A MISTYPED RANGE WOULD QUIETLY LIST NOTHING.
      *
       015-CHECK-DATE-OPERAND.
           MOVE SPACES TO WS-DATE-DIGITS
           STRING WS-DATE-TEST (1 : 4) WS-DATE-TEST (6 : 2)
                  WS-DATE-TEST (9 : 2)
                  DELIMITED BY SIZE
               INTO WS-DATE-DIGITS
           END-STRING
           IF WS-DATE-TEST (5 : 1) NOT = '-'
              OR WS-DATE-TEST (8 : 1) NOT = '-'
              OR WS-DATE-DIGITS IS NOT NUMERIC
               DISPLAY 'CHGAUTHRPT: DATE ' TRIM (WS-DATE-TEST)
                       ' IS NOT YYYY-MM-DD' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-DATE-NUMBER) NOT = 0
               DISPLAY 'CHGAUTHRPT: DATE ' TRIM (WS-DATE-TEST)
                       ' IS NOT A VALID DATE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
      *    BOTH INPUTS ARE OPTIONAL - STATUS 05 IS "NOT ON DISK", WHICH
      *    IS REPORTED, NOT FATAL.
      *
       020-OPEN-FILES.
           OPEN INPUT REFUSAL-FILE
           EVALUATE WS-REFUSAL-FILE-STATUS
               WHEN '00'
                   SET REFUSAL-FILE-FOUND TO TRUE
               WHEN '05'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CHGAUTHRPT: UNABLE TO OPEN '
                           WS-REFUSAL-DSN ' - FILE STATUS '
                           WS-REFUSAL-FILE-STATUS UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT REGISTER-FILE
           EVALUATE WS-REGISTER-FILE-STATUS
               WHEN '00'
                   SET REGISTER-FILE-FOUND TO TRUE
               WHEN '05'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CHGAUTHRPT: UNABLE TO OPEN '
                           WS-REGISTER-DSN ' - FILE STATUS '
                           WS-REGISTER-FILE-STATUS UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'CHGAUTHRPT: UNABLE TO OPEN '
                           WS-REPORT-DSN ' - FILE STATUS '
                           WS-REPORT-FILE-STATUS UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           .
      *****************************************************************
      ** 100-LIST-REFUSALS - SECTION 1: ONE LINE PER REFUSED ATTEMPT **
      ** IN THE DATE RANGE, OLDEST FIRST (THE LOG IS APPENDED IN     **
      ** TIME ORDER), EACH COUNTED AGAINST ITS REASON CODE.          **
      *****************************************************************
       100-LIST-REFUSALS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHGAUTHRPT CHANGE-CONTROL EXCEPTION REPORT - '
                                           DELIMITED BY SIZE
                  'REFUSED ATTEMPTS FROM ' DELIMITED BY SIZE
                  TRIM (WS-REFUSAL-DSN)    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-FROM-DATE NOT = SPACES
              OR WS-TO-DATE NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'DATES FROM' TO WS-REPORT-LINE (1 : 10)
               MOVE '(START)' TO WS-REPORT-LINE (12 : 10)
               IF WS-FROM-DATE NOT = SPACES
                   MOVE WS-FROM-DATE TO WS-REPORT-LINE (12 : 10)
               END-IF
               MOVE 'TO' TO WS-REPORT-LINE (23 : 2)
               MOVE '(END)' TO WS-REPORT-LINE (26 : 10)
               IF WS-TO-DATE NOT = SPACES
                   MOVE WS-TO-DATE TO WS-REPORT-LINE (26 : 10)
               END-IF
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           IF NOT REFUSAL-FILE-FOUND
               MOVE SPACES TO WS-REPORT-LINE
               MOVE '  NO EXCEPTION LOG ON DISK - NO ATTEMPT HAS BEEN '
                 & 'REFUSED' TO WS-REPORT-LINE
               PERFORM 900-EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  WHEN'     TO WS-REPORT-LINE (1 : 6)
           MOVE 'UTILITY'    TO WS-REPORT-LINE (23 : 7)
           MOVE 'USER'       TO WS-REPORT-LINE (34 : 4)
           MOVE 'CHANGE'     TO WS-REPORT-LINE (47 : 6)
           MOVE 'REASON'     TO WS-REPORT-LINE (64 : 6)
           MOVE 'COUNT'      TO WS-REPORT-LINE (73 : 5)
           MOVE 'DATASET'    TO WS-REPORT-LINE (84 : 7)
           PERFORM 900-EMIT-REPORT-LINE
           PERFORM 110-READ-REFUSAL-LINE
           PERFORM WITH TEST BEFORE UNTIL REFUSAL-EOF
               ADD 1 TO WS-REFUSALS-READ
               PERFORM 120-PARSE-REFUSAL-LINE
               IF WS-LINE-GOOD-SW = 'Y'
                  AND (WS-FROM-DATE = SPACES
                       OR WS-LINE-STAMP (1 : 10) >= WS-FROM-DATE)
                  AND (WS-TO-DATE = SPACES
                       OR WS-LINE-STAMP (1 : 10) <= WS-TO-DATE)
                   PERFORM 130-LIST-ONE-REFUSAL
               END-IF
               PERFORM 110-READ-REFUSAL-LINE
           END-PERFORM
           IF WS-REFUSALS-LISTED = 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE '  NO REFUSED ATTEMPTS IN THE RANGE'
                 TO WS-REPORT-LINE
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           .
       110-READ-REFUSAL-LINE.
           READ REFUSAL-FILE
               AT END SET REFUSAL-EOF TO TRUE
           END-READ
           .
      *****************************************************************
      ** 120-PARSE-REFUSAL-LINE - TIMESTAMP FIRST, THEN KEY=VALUE    **
      ** TOKENS UNTIL PARM= (WHOSE VALUE MAY CONTAIN ANYTHING AND    **
      ** ENDS THE SCAN). A LINE THAT DOESN'T PARSE IS COUNTED AND    **
      ** PASSED OVER, THE WAY RUNJRNLRPT TREATS THE JOURNAL.         **
      *****************************************************************
       120-PARSE-REFUSAL-LINE.
           MOVE 'N' TO WS-LINE-GOOD-SW
           MOVE SPACES TO WS-LINE-PROGRAM, WS-LINE-USER,
                          WS-LINE-CHANGE, WS-LINE-REASON,
                          WS-LINE-COUNT, WS-LINE-DSN
           IF REFUSAL-RECORD = SPACES
              OR REFUSAL-RECORD (5 : 1) NOT = '-'
              OR REFUSAL-RECORD (8 : 1) NOT = '-'
               ADD 1 TO WS-REFUSALS-UNPARSED
               EXIT PARAGRAPH
           END-IF
           MOVE REFUSAL-RECORD (1 : 19) TO WS-LINE-STAMP
           MOVE 21 TO WS-TOKEN-PTR
           PERFORM WITH TEST BEFORE
                   UNTIL WS-TOKEN-PTR > 512
               MOVE SPACES TO WS-TOKEN
               UNSTRING REFUSAL-RECORD DELIMITED BY ALL SPACE
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
                   WHEN 'USER'
                       MOVE WS-TOKEN-VALUE TO WS-LINE-USER
                   WHEN 'CHANGE'
                       MOVE WS-TOKEN-VALUE TO WS-LINE-CHANGE
                   WHEN 'REASON'
                       MOVE WS-TOKEN-VALUE TO WS-LINE-REASON
                   WHEN 'COUNT'
                       MOVE WS-TOKEN-VALUE TO WS-LINE-COUNT
                   WHEN 'DSN'
                       MOVE WS-TOKEN-VALUE TO WS-LINE-DSN
                   WHEN 'PARM'
                       EXIT PERFORM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-LINE-PROGRAM NOT = SPACES
              AND WS-LINE-REASON NOT = SPACES
               MOVE 'Y' TO WS-LINE-GOOD-SW
           ELSE
               ADD 1 TO WS-REFUSALS-UNPARSED
           END-IF
           .
       130-LIST-ONE-REFUSAL.
           ADD 1 TO WS-REFUSALS-LISTED
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINE-STAMP   TO WS-REPORT-LINE (3 : 19)
           MOVE WS-LINE-PROGRAM TO WS-REPORT-LINE (23 : 10)
           MOVE WS-LINE-USER    TO WS-REPORT-LINE (34 : 12)
           MOVE WS-LINE-CHANGE  TO WS-REPORT-LINE (47 : 16)
           MOVE WS-LINE-REASON  TO WS-REPORT-LINE (64 : 8)
           MOVE WS-LINE-COUNT   TO WS-REPORT-LINE (73 : 9)
           MOVE WS-LINE-DSN     TO WS-REPORT-LINE (84 : 49)
           PERFORM 900-EMIT-REPORT-LINE
           MOVE 0 TO WS-RSN-FOUND
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                     UNTIL WS-RSN-SUB > WS-REASON-COUNT
                        OR WS-RSN-FOUND > 0
               IF RSN-CODE (WS-RSN-SUB) = WS-LINE-REASON
                   MOVE WS-RSN-SUB TO WS-RSN-FOUND
               END-IF
           END-PERFORM
           IF WS-RSN-FOUND = 0
               IF WS-REASON-COUNT >= 16
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-COUNT TO WS-RSN-FOUND
               MOVE WS-LINE-REASON TO RSN-CODE (WS-RSN-FOUND)
               MOVE 0 TO RSN-TIMES (WS-RSN-FOUND)
           END-IF
           ADD 1 TO RSN-TIMES (WS-RSN-FOUND)
           .
      *****************************************************************
      ** 200-LIST-REGISTER - SECTION 2: EVERY AUTHORIZATION IN THE   **
      ** REGISTER AND WHERE IT STANDS. A CONSUMED ONE GETS A SECOND  **
      ** LINE SAYING WHAT USED IT. THE DATE RANGE DOES NOT APPLY     **
      ** HERE - AN OPEN AUTHORIZATION IS OPEN WHATEVER ITS AGE.      **
      *****************************************************************
       200-LIST-REGISTER.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           STRING 'AUTHORIZATIONS IN '  DELIMITED BY SIZE
                  TRIM (WS-REGISTER-DSN) DELIMITED BY SIZE
                  ' AS AT '             DELIMITED BY SIZE
                  WS-TODAY              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF NOT REGISTER-FILE-FOUND
               MOVE SPACES TO WS-REPORT-LINE
               MOVE '  NO CHANGE REGISTER ON DISK - NO CHANGE HAS BEEN '
                 & 'APPROVED' TO WS-REPORT-LINE
               PERFORM 900-EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  CHANGE'   TO WS-REPORT-LINE (1 : 8)
           MOVE 'STATUS'     TO WS-REPORT-LINE (20 : 6)
           MOVE 'UTILITY'    TO WS-REPORT-LINE (30 : 7)
           MOVE 'APPROVER'   TO WS-REPORT-LINE (41 : 8)
           MOVE 'EXPIRES'    TO WS-REPORT-LINE (62 : 7)
           MOVE 'CEILING'    TO WS-REPORT-LINE (73 : 7)
           MOVE 'DATASET'    TO WS-REPORT-LINE (84 : 7)
           PERFORM 900-EMIT-REPORT-LINE
           PERFORM 210-READ-REGISTER-LINE
           PERFORM WITH TEST BEFORE UNTIL REGISTER-EOF
               IF REGISTER-RECORD NOT = SPACES
                  AND REGISTER-RECORD (1 : 1) NOT = '*'
                   PERFORM 220-LIST-ONE-AUTHORIZATION
               END-IF
               PERFORM 210-READ-REGISTER-LINE
           END-PERFORM
           IF WS-AUTHS-LISTED = 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE '  NO AUTHORIZATIONS IN THE REGISTER'
                 TO WS-REPORT-LINE
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           .
       210-READ-REGISTER-LINE.
           READ REGISTER-FILE
               AT END SET REGISTER-EOF TO TRUE
           END-READ
           .
      *
      *    THE LINE IS SPLIT THE WAY CHGAUTH SPLITS IT. CONSUMED WINS
      *    OVER EXPIRED - A CHANGE USED IN TIME AND SINCE LAPSED WAS
      *    USED, WHICH IS WHAT THE AUDITORS NEED TO SEE.
      *
       220-LIST-ONE-AUTHORIZATION.
           ADD 1 TO WS-AUTHS-LISTED
           MOVE SPACES TO CHANGE-REGISTER-ENTRY
           UNSTRING REGISTER-RECORD DELIMITED BY ','
               INTO CR-CHANGE-NUMBER, CR-APPROVER, CR-UTILITY,
                    CR-TARGET-DSN, CR-EXPIRES, CR-CEILING-TEXT,
                    CR-USED-STAMP, CR-USED-BY, CR-USED-USER,
                    CR-USED-COUNT-TEXT, CR-EXTRA
           END-UNSTRING
           MOVE TRIM (CR-CHANGE-NUMBER) TO CR-CHANGE-NUMBER
           MOVE TRIM (CR-APPROVER) TO CR-APPROVER
           MOVE TRIM (CR-UTILITY) TO CR-UTILITY
           MOVE TRIM (CR-TARGET-DSN) TO CR-TARGET-DSN
           MOVE TRIM (CR-EXPIRES) TO CR-EXPIRES
           MOVE TRIM (CR-CEILING-TEXT) TO CR-CEILING-TEXT
           MOVE TRIM (CR-USED-STAMP) TO CR-USED-STAMP
           MOVE TRIM (CR-USED-BY) TO CR-USED-BY
           MOVE TRIM (CR-USED-USER) TO CR-USED-USER
           MOVE TRIM (CR-USED-COUNT-TEXT) TO CR-USED-COUNT-TEXT
           INSPECT CR-CHANGE-NUMBER
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT CR-UTILITY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN CR-USED-STAMP NOT = SPACES
                   MOVE 'CONSUMED' TO WS-AUTH-STATUS
                   ADD 1 TO WS-AUTHS-CONSUMED
               WHEN CR-EXPIRES < WS-TODAY
                   MOVE 'EXPIRED' TO WS-AUTH-STATUS
                   ADD 1 TO WS-AUTHS-EXPIRED
               WHEN OTHER
                   MOVE 'OPEN' TO WS-AUTH-STATUS
                   ADD 1 TO WS-AUTHS-OPEN
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE CR-CHANGE-NUMBER TO WS-REPORT-LINE (3 : 16)
           MOVE WS-AUTH-STATUS   TO WS-REPORT-LINE (20 : 8)
           MOVE CR-UTILITY       TO WS-REPORT-LINE (30 : 10)
           MOVE CR-APPROVER      TO WS-REPORT-LINE (41 : 20)
           MOVE CR-EXPIRES       TO WS-REPORT-LINE (62 : 10)
           MOVE CR-CEILING-TEXT  TO WS-REPORT-LINE (73 : 9)
           MOVE CR-TARGET-DSN    TO WS-REPORT-LINE (84 : 49)
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-AUTH-STATUS = 'CONSUMED'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    USED '              DELIMITED BY SIZE
                      TRIM (CR-USED-STAMP)      DELIMITED BY SIZE
                      ' BY '                    DELIMITED BY SIZE
                      TRIM (CR-USED-BY)         DELIMITED BY SIZE
                      ' RUN BY '                DELIMITED BY SIZE
                      TRIM (CR-USED-USER)       DELIMITED BY SIZE
                      ' - '                     DELIMITED BY SIZE
                      TRIM (CR-USED-COUNT-TEXT) DELIMITED BY SIZE
                      ' WRITTEN'                DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           .
      *****************************************************************
      ** 800-PRINT-SUMMARY - THE COUNTS: REFUSALS BY REASON, THEN    **
      ** THE AUTHORIZATIONS BY STATUS.                               **
      *****************************************************************
       800-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           MOVE WS-REFUSALS-LISTED TO WS-EDIT-COUNT
           STRING 'REFUSED ATTEMPTS LISTED: ' DELIMITED BY SIZE
                  TRIM (WS-EDIT-COUNT)        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                     UNTIL WS-RSN-SUB > WS-REASON-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE RSN-CODE (WS-RSN-SUB) TO WS-REPORT-LINE (3 : 8)
               MOVE RSN-TIMES (WS-RSN-SUB) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (12 : 9)
               PERFORM 900-EMIT-REPORT-LINE
           END-PERFORM
           IF WS-REFUSALS-UNPARSED > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-REFUSALS-UNPARSED TO WS-EDIT-COUNT
               STRING 'EXCEPTION LOG LINES NOT PARSEABLE: '
                                            DELIMITED BY SIZE
                      TRIM (WS-EDIT-COUNT)  DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-AUTHS-LISTED TO WS-EDIT-COUNT
           STRING 'AUTHORIZATIONS: '   DELIMITED BY SIZE
                  TRIM (WS-EDIT-COUNT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-AUTHS-OPEN TO WS-EDIT-COUNT
           STRING ' - OPEN '           DELIMITED BY SIZE
                  TRIM (WS-EDIT-COUNT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
                    (LENGTH (TRIM (WS-REPORT-LINE)) + 1 : )
           END-STRING
           MOVE WS-AUTHS-EXPIRED TO WS-EDIT-COUNT
           STRING ', EXPIRED UNUSED '  DELIMITED BY SIZE
                  TRIM (WS-EDIT-COUNT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
                    (LENGTH (TRIM (WS-REPORT-LINE)) + 1 : )
           END-STRING
           MOVE WS-AUTHS-CONSUMED TO WS-EDIT-COUNT
           STRING ', CONSUMED '        DELIMITED BY SIZE
                  TRIM (WS-EDIT-COUNT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
                    (LENGTH (TRIM (WS-REPORT-LINE)) + 1 : )
           END-STRING
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
      ** 990-CATALOG-GENERATIONS - THIS PROGRAM DOES NOT JOURNAL, SO **
      ** IT CATALOGS ITS OWN NEW (+1) GENERATIONS AT THE NORMAL END  **
      ** OF THE RUN (SEE GDGRSLV.CPY).                               **
      *****************************************************************
       990-CATALOG-GENERATIONS.
           MOVE RETURN-CODE TO GDG-RETURN-CODE
           MOVE SPACES TO GDG-PROGRAM
           SET GDG-CATALOG-NEW TO TRUE
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           .
